      *> JRNLREC - one record per maintenance action MstrUpdt applied
      *> to the master, appended to the change journal MSTRJRNL.DAT
      *> in the order applied. Written by MstrUpdt and read back by
      *> MstrHist to answer "what did this account look like on a
      *> given date, and who changed it". Carries the full master
      *> record before and after the action; a flag of N means there
      *> was no record on that side - nothing before an ADD, nothing
      *> after a DELETE or a PURGE - and the image is left blank.
      *> The operator is who ran the maintenance; the source and
      *> requester come off the maintenance transaction (a blank
      *> source there is a hand-keyed transaction, shown as KEYED).
      *> A PURGE journals one record per account it removed.
       01  Journal-Record.
           05  Jrnl-Date           PIC 9(8).
           05  FILLER              PIC X(1).
           05  Jrnl-Time           PIC 9(8).
           05  FILLER              PIC X(1).
           05  Jrnl-Operator       PIC X(8).
           05  FILLER              PIC X(1).
           05  Jrnl-Source         PIC X(8).
           05  FILLER              PIC X(1).
           05  Jrnl-Requester      PIC X(8).
           05  FILLER              PIC X(1).
           05  Jrnl-Action         PIC X(6).
           05  FILLER              PIC X(1).
           05  Jrnl-Key            PIC X(20).
           05  FILLER              PIC X(1).
           05  Jrnl-Before-Flag    PIC X(1).
           05  FILLER              PIC X(1).
           05  Jrnl-Before-Image.
               10  Jrnl-Bef-Key        PIC X(20).
               10  Jrnl-Bef-Acct-Name  PIC X(30).
               10  Jrnl-Bef-Acct-Type  PIC X(8).
               10  Jrnl-Bef-Branch     PIC X(5).
               10  Jrnl-Bef-Post-Date  PIC 9(8).
               10  Jrnl-Bef-Status     PIC X(1).
           05  FILLER              PIC X(1).
           05  Jrnl-After-Flag     PIC X(1).
           05  FILLER              PIC X(1).
           05  Jrnl-After-Image.
               10  Jrnl-Aft-Key        PIC X(20).
               10  Jrnl-Aft-Acct-Name  PIC X(30).
               10  Jrnl-Aft-Acct-Type  PIC X(8).
               10  Jrnl-Aft-Branch     PIC X(5).
               10  Jrnl-Aft-Post-Date  PIC 9(8).
               10  Jrnl-Aft-Status     PIC X(1).
