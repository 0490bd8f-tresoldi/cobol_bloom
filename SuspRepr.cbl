               10 Stab-Date        PIC 9(8).
               10 Stab-Status      PIC X(1).
               10 Stab-Raw         PIC X(80).
               10 Stab-Sender      PIC X(8).
               10 Stab-Corr-Key    PIC X(20).
               10 Stab-Corr-Date   PIC 9(8).

      *> Set to 'Y' when the suspense file held more items than the
      *> table - the run is then refused before anything is applied,
      *> Edited fields used to format the control report lines.
       01 WS-Report-Count-Ed       PIC Z(6)9.

      *> Today's date, stamped on each item a correction is applied
      *> to.
       01 WS-Today                 PIC 9(8).

      *> Loop counter for the match and rewrite scans.
       01 J                        PIC 9(5).

       PROCEDURE DIVISION.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM Load-Suspense

      *> A suspense file too big for the work table cannot be
                       MOVE Susp-Status
                           TO Stab-Status(WS-Susp-Count)
                       MOVE Susp-Raw TO Stab-Raw(WS-Susp-Count)
                       MOVE Susp-Sender
                           TO Stab-Sender(WS-Susp-Count)
                       MOVE Susp-Corr-Key
                           TO Stab-Corr-Key(WS-Susp-Count)
      *> Items written before the repair stamp existed carry no
      *> date there; they go back out as zero.
                       IF Susp-Corr-Date IS NUMERIC
                           MOVE Susp-Corr-Date
                               TO Stab-Corr-Date(WS-Susp-Count)
                       ELSE
                           MOVE ZERO
                               TO Stab-Corr-Date(WS-Susp-Count)
                       END-IF
                   END-IF
               END-PERFORM

               ADD 1 TO WS-Reject-No-Match
           ELSE
               MOVE "C" TO Stab-Status(WS-Match-Idx)
               MOVE WS-Corr-Key-Norm TO Stab-Corr-Key(WS-Match-Idx)
               MOVE WS-Today TO Stab-Corr-Date(WS-Match-Idx)
               PERFORM Write-Resubmission
               ADD 1 TO WS-Corr-Applied
           END-IF
           .

      *> Rewrite the suspense file from the table, carrying every
      *> item back out with the matched ones now marked corrected,
      *> stamped with the corrected key and today's date.
      *> The overflow case never reaches here - the mainline refused
      *> the run before anything was applied.
       Rewrite-Suspense.
               MOVE Stab-Date(J)   TO Susp-Date
               MOVE Stab-Status(J) TO Susp-Status
               MOVE Stab-Raw(J)    TO Susp-Raw
               MOVE Stab-Sender(J) TO Susp-Sender
               MOVE Stab-Corr-Key(J) TO Susp-Corr-Key
               MOVE Stab-Corr-Date(J) TO Susp-Corr-Date
               WRITE Suspense-Record
           END-PERFORM
           CLOSE Suspense-File
