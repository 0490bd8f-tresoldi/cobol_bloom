      *> MNTREC - daily maintenance transaction layout for
      *> MSTRTRAN.DAT, one action per record. Shared by MstrUpdt,
      *> which applies the file, DupEscl, which appends STATUS
      *> transactions for escalated repeat duplicates, and AcctScrn,
      *> which appends the ADD, DELETE and STATUS requests raised at
      *> the inquiry screen - so the writers and the applier always
      *> agree on the columns.
      *> ADD carries the full account detail; DELETE needs only the
      *> key; STATUS carries the key and the status to set; PURGE
      *> empties the whole master.
      *> The trailing source and requester say where the action came
      *> from, for MstrUpdt's change journal: a blank source is a
      *> hand-keyed transaction, DUPESCL an escalation raised by the
      *> screening side, ONLINE a request raised at AcctScrn, where
      *> the requester is the desk operator who raised it. The
      *> requester is whoever raised it, when the writer knows;
      *> blank otherwise.
       01  Maint-Record.
           05  Maint-Action        PIC X(6).
           05  FILLER              PIC X(1).
           05  Maint-Post-Date     PIC X(8).
           05  FILLER              PIC X(1).
           05  Maint-Status        PIC X(1).
           05  FILLER              PIC X(1).
           05  Maint-Source        PIC X(8).
           05  FILLER              PIC X(1).
           05  Maint-Requester     PIC X(8).
