      *> offending transaction without going back to the capture
      *> system; a legacy bare-key feed record leaves them at
      *> zeros and spaces.
      *> The reason says what kind of duplicate the line is:
      *>   CONFIRMED DUPLICATE - filter hit confirmed on the master
      *>   IN-BATCH DUPLICATE  - the same key repeated within one
      *>                         TRANIN.DAT batch; the line is the
      *>                         repeat, and the match fields carry
      *>                         the batch's first occurrence of it
      *>   SUSPECT REKEY       - same amount, branch and transaction
      *>                         date as an earlier transaction
      *>                         under a different key; the match
      *>                         fields carry that other transaction
      *>                         and the match key names its key.
      *>                         A suspect only - not confirmed.
      *> Only the in-batch and re-key reasons fill the match fields;
      *> they are zeros and spaces otherwise. For an in-batch repeat
      *> or a suspect re-key whose key is not on the master the
      *> account detail is blank and the posting date is the
      *> transaction date, so the item still has an identifying
      *> triplet to disposition against.
      *> The hit filter names the filter a confirmed duplicate was
      *> hit in - the run's own, or the prior business-date filter
      *> a lookback screening hit it in; blank for other reasons.
      *> The sender is the batch header's sender id the offending
      *> transaction came in under - blank for a feed with no
      *> header and for a key resubmitted through repair.
       01  Exception-Record.
           05  Exception-Number    PIC X(20).
           05  FILLER              PIC X(1).
           05  Exception-Tran-Date PIC 9(8).
           05  FILLER              PIC X(1).
           05  Exception-Confirm-Date PIC 9(8).
           05  FILLER              PIC X(1).
           05  Exception-Match-Amount PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  Exception-Match-Branch PIC X(5).
           05  FILLER              PIC X(1).
           05  Exception-Match-Date PIC 9(8).
           05  FILLER              PIC X(1).
           05  Exception-Match-Key PIC X(20).
           05  FILLER              PIC X(1).
           05  Exception-Hit-Filter PIC X(20).
           05  FILLER              PIC X(1).
           05  Exception-Sender    PIC X(8).
