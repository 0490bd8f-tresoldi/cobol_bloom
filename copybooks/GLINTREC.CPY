      *> GLINTREC - the general-ledger interface file GlExtr writes,
      *> GLINTF-<yyyymmdd>-<hhmmss>.DAT, one file per extract run:
      *> a header record, two balanced entries (one debit, one
      *> credit) per reversed duplicate, and a control trailer with
      *> the entry count and the debit and credit totals for the
      *> ledger's load to balance against. The first byte says
      *> which record it is:
      *>   H - header, once, first
      *>   D - journal entry, debit or credit by Gle-Dr-Cr
      *>   T - trailer, once, last
      *> The batch id is the run's date and time and appears on
      *> every record, so a file loaded twice is caught by the
      *> ledger on the header alone. The reference carries the
      *> exception's key, and the filter and posting date complete
      *> the triplet the disposition was recorded against.
       01  Gl-Header-Record.
           05  Glh-Type            PIC X(1).
           05  FILLER              PIC X(1).
           05  Glh-Batch-Id        PIC X(15).
           05  FILLER              PIC X(1).
           05  Glh-Source          PIC X(8).
           05  FILLER              PIC X(1).
           05  Glh-Run-Date        PIC 9(8).
           05  FILLER              PIC X(1).
           05  Glh-Run-Time        PIC 9(8).
           05  FILLER              PIC X(1).
           05  Glh-Operator        PIC X(8).
           05  FILLER              PIC X(67).

       01  Gl-Entry-Record.
           05  Gle-Type            PIC X(1).
           05  FILLER              PIC X(1).
           05  Gle-Batch-Id        PIC X(15).
           05  FILLER              PIC X(1).
           05  Gle-Seq             PIC 9(7).
           05  FILLER              PIC X(1).
           05  Gle-Account         PIC X(10).
           05  FILLER              PIC X(1).
           05  Gle-Branch          PIC X(5).
           05  FILLER              PIC X(1).
           05  Gle-Dr-Cr           PIC X(1).
           05  FILLER              PIC X(1).
           05  Gle-Amount          PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  Gle-Value-Date      PIC 9(8).
           05  FILLER              PIC X(1).
           05  Gle-Reference       PIC X(20).
           05  FILLER              PIC X(1).
           05  Gle-Filter-Name     PIC X(20).
           05  FILLER              PIC X(1).
           05  Gle-Post-Date       PIC 9(8).
           05  FILLER              PIC X(3).

       01  Gl-Trailer-Record.
           05  Glt-Type            PIC X(1).
           05  FILLER              PIC X(1).
           05  Glt-Batch-Id        PIC X(15).
           05  FILLER              PIC X(1).
           05  Glt-Entry-Count     PIC 9(7).
           05  FILLER              PIC X(1).
           05  Glt-Debit-Total     PIC 9(13)V99.
           05  FILLER              PIC X(1).
           05  Glt-Credit-Total    PIC 9(13)V99.
           05  FILLER              PIC X(63).
