      *>   REVERSED   - real duplicate, the transaction was reversed
      *>   FALSEMATCH - hash-collision false match, no action needed
      *>   REFERRED   - referred to the branch for follow-up
      *> The extract flag and date are set by GlExtr once a REVERSED
      *> item's reversal has gone onto a GL interface file, so a
      *> rerun never posts it twice: 'Y' extracted, anything else
      *> not yet; the date is zero until then.
       01  Disposition-Record.
           05  Disp-Key            PIC X(20).
           05  FILLER              PIC X(1).
           05  Disp-Time           PIC 9(8).
           05  FILLER              PIC X(1).
           05  Disp-Operator       PIC X(8).
           05  FILLER              PIC X(1).
           05  Disp-Extract-Flag   PIC X(1).
           05  FILLER              PIC X(1).
           05  Disp-Extract-Date   PIC 9(8).
