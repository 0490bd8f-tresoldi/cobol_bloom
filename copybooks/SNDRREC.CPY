      *> SNDRREC - one record per authorized feed sender on the
      *> sender registry SNDRREG.DAT. BloomFilter checks the sender
      *> id on each batch header against it - an unknown or inactive
      *> sender's batch is refused - and warns when the trailer
      *> count falls outside the sender's normal daily range; SndrScor
      *> reads it to name the senders on the monthly scorecard. The
      *> status is A while the sender is authorized and I once it is
      *> not. A maximum count of zero means no upper bound. The
      *> contact is who to chase when the sender's feed goes wrong.
       01  Sender-Record.
           05  Sndr-Id             PIC X(8).
           05  FILLER              PIC X(1).
           05  Sndr-Name           PIC X(30).
           05  FILLER              PIC X(1).
           05  Sndr-Status         PIC X(1).
           05  FILLER              PIC X(1).
           05  Sndr-Min-Count      PIC 9(7).
           05  FILLER              PIC X(1).
           05  Sndr-Max-Count      PIC 9(7).
           05  FILLER              PIC X(1).
           05  Sndr-Contact        PIC X(30).
