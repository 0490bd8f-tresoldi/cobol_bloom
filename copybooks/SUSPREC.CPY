      *> repair splices the correction into them instead of
      *> resubmitting a bare key whose amount would reload as zero
      *> and vanish from the value-at-risk total.
      *> The sender is the batch header's sender id the reject came
      *> in under (blank for a feed with no header, and for a
      *> resubmitted correction that rejected again). SuspRepr
      *> stamps the corrected key and the date it applied the
      *> correction when it marks an item C, so repairs can be
      *> counted back to the sender and the month they were made.
       01  Suspense-Record.
           05  Susp-Key            PIC X(20).
           05  FILLER              PIC X(1).
           05  Susp-Status         PIC X(1).
           05  FILLER              PIC X(1).
           05  Susp-Raw            PIC X(80).
           05  FILLER              PIC X(1).
           05  Susp-Sender         PIC X(8).
           05  FILLER              PIC X(1).
           05  Susp-Corr-Key       PIC X(20).
           05  FILLER              PIC X(1).
           05  Susp-Corr-Date      PIC 9(8).
