      *> header verified) on the first call and kept across calls;
      *> the key is normalized, hashed and tested exactly as the
      *> nightly run does it, and a hash hit is confirmed against
      *> the indexed master. The last few filters that loaded
      *> cleanly are kept in memory, so a caller moving between a
      *> handful of filters - the screening server answering several
      *> business dates in one session - switches between them
      *> without rereading a file. Read-only throughout: no filter
      *> bit is ever set and nothing is written, so calling this any
      *> number of times leaves the nightly state untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-Master-Opened         PIC X VALUE 'N'.
       01 WS-Master-Available      PIC X VALUE 'N'.

      *> The most recently used filters that loaded cleanly, each
      *> with its own active size and bit array. A call naming one
      *> of them swaps it back in from here instead of rereading and
      *> re-checksumming the file; a filter not held is loaded from
      *> its file and takes a free slot, or the slot used least
      *> recently once all are taken. A filter that fails its load
      *> is never held, so it is retried - and picked up once fixed
      *> - on the next call that names it.
       01 WS-Max-Cached            PIC 9(2) VALUE 4.
       01 WS-Cached-Count          PIC 9(2) VALUE ZERO.
       01 Filter-Cache.
           05 Fcache-Entry OCCURS 4 TIMES.
               10 Fcache-Filter-Name   PIC X(20).
               10 Fcache-Filter-Size   PIC 9(6).
               10 Fcache-Last-Used     PIC 9(9).
               10 Fcache-Array         PIC X(100000).
       01 WS-Use-Counter           PIC 9(9) VALUE ZERO.
       01 WS-Cache-Idx             PIC 9(2).
       01 WS-Cache-Slot            PIC 9(2) VALUE ZERO.

      *> Bloom filter sizing and bit-array layout, shared with the
      *> nightly run so both test the same bits.
           COPY FLTRDEF.
           END-IF

           IF WS-Request-Filter NOT = WS-Loaded-Filter
               PERFORM Find-Cached-Filter
               IF WS-Cache-Slot > 0
                   PERFORM Restore-Cached-Filter
               ELSE
                   PERFORM Load-Named-Filter
                   IF WS-Filter-Bad NOT = 'Y'
                       PERFORM Save-Cached-Filter
                   END-IF
               END-IF
           END-IF

           IF WS-Filter-Bad NOT = 'Y' AND WS-Cache-Slot > 0
               ADD 1 TO WS-Use-Counter
               MOVE WS-Use-Counter TO Fcache-Last-Used(WS-Cache-Slot)
           END-IF

           IF WS-Filter-Bad = 'Y'
           END-IF
           .

      *> Look the requested filter up among those held in memory;
      *> WS-Cache-Slot is its slot, or zero when it is not held.
       Find-Cached-Filter.
           MOVE ZERO TO WS-Cache-Slot
           PERFORM VARYING WS-Cache-Idx FROM 1 BY 1
                   UNTIL WS-Cache-Idx > WS-Cached-Count
                   OR WS-Cache-Slot > 0
               IF Fcache-Filter-Name(WS-Cache-Idx) = WS-Request-Filter
                   MOVE WS-Cache-Idx TO WS-Cache-Slot
               END-IF
           END-PERFORM
           .

      *> Make a held filter the current one - its bits and its own
      *> active size - exactly as if it had just been loaded.
       Restore-Cached-Filter.
           MOVE Fcache-Array(WS-Cache-Slot) TO Filter-Array
           MOVE Fcache-Filter-Size(WS-Cache-Slot) TO WS-Filter-Size
           MOVE Fcache-Filter-Name(WS-Cache-Slot) TO WS-Loaded-Filter
           MOVE 'N' TO WS-Filter-Bad
           .

      *> Hold a freshly loaded filter: in the next free slot while
      *> there is one, otherwise over the least recently used.
       Save-Cached-Filter.
           IF WS-Cached-Count < WS-Max-Cached
               ADD 1 TO WS-Cached-Count
               MOVE WS-Cached-Count TO WS-Cache-Slot
           ELSE
               MOVE 1 TO WS-Cache-Slot
               PERFORM VARYING WS-Cache-Idx FROM 2 BY 1
                       UNTIL WS-Cache-Idx > WS-Cached-Count
                   IF Fcache-Last-Used(WS-Cache-Idx) <
                      Fcache-Last-Used(WS-Cache-Slot)
                       MOVE WS-Cache-Idx TO WS-Cache-Slot
                   END-IF
               END-PERFORM
           END-IF

           MOVE WS-Loaded-Filter TO Fcache-Filter-Name(WS-Cache-Slot)
           MOVE WS-Filter-Size TO Fcache-Filter-Size(WS-Cache-Slot)
           MOVE Filter-Array TO Fcache-Array(WS-Cache-Slot)
           .

      *> Open the indexed master the first time a filter loads
      *> successfully, and leave it open for the life of the caller.
       Open-Master-Once.
