      *> hash-collision false match, or referred it to the branch -
      *> the outcome is recorded here instead of on paper, and
      *> ExcpAge's aging report stops listing the item as open.
      *> A reversal whose transaction amount is above the
      *> dual-control limit in DUALCTL.DAT is not recorded on one
      *> operator's word: it goes through ApprGate, and only lands
      *> once a second operator has approved it and the clerk
      *> submits it again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disp-File-Status.

      *> The dual-control limit - one record carrying the amount,
      *> twelve digits with two implied decimals, above which a
      *> reversal needs a second operator's approval.
           SELECT Dual-Ctl-File ASSIGN TO "DUALCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Dual-Ctl-Status.

      *> The reversal's filter's exceptions file, for the amount of
      *> the transaction being reversed.
           SELECT Exceptions-File ASSIGN DYNAMIC WS-Exceptions-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exceptions-File-Status.

      *> Control report of dispositions applied and rejected, for the
      *> supervisor to balance the day's worked exceptions against.
           SELECT Control-File ASSIGN TO "DISPRPT.DAT"
       FD  Disp-File.
           COPY DISPREC.

       FD  Dual-Ctl-File.
       01  Dual-Ctl-Record.
           05  Dctl-Reversal-Limit PIC X(12).

       FD  Exceptions-File.
           COPY EXCPREC.

       FD  Control-File.
       01  Control-Record          PIC X(80).

       01 WS-Disp-Tran-Status      PIC XX.
       01 WS-Disp-File-Status      PIC XX.
       01 WS-Control-File-Status   PIC XX.
       01 WS-Dual-Ctl-Status       PIC XX.
       01 WS-Exceptions-File-Status PIC XX.
       01 WS-Exceptions-Filename   PIC X(40) VALUE SPACES.

      *> Who applied the dispositions, stamped onto each record.
       01 WS-Operator-Id           PIC X(8) VALUE SPACES.
       01 WS-Reject-Bad-Date       PIC 9(7) VALUE ZERO.
       01 WS-Reject-Bad-Code       PIC 9(7) VALUE ZERO.
       01 WS-Reject-Already        PIC 9(7) VALUE ZERO.
       01 WS-Held-Approval         PIC 9(7) VALUE ZERO.
       01 WS-Reject-Refused        PIC 9(7) VALUE ZERO.
       01 WS-Reject-Not-Auth       PIC 9(7) VALUE ZERO.
       01 WS-Reject-Gate-Error     PIC 9(7) VALUE ZERO.

      *> The dual-control limit, off DUALCTL.DAT or defaulted when
      *> the file is missing or unreadable, and the redefines pair
      *> that lets the file's figure be class-tested before it is
      *> trusted.
       01 WS-Reversal-Limit        PIC 9(10)V99 VALUE 10000.00.
       01 WS-Limit-X               PIC X(12).
       01 WS-Limit-N REDEFINES WS-Limit-X
                                   PIC 9(10)V99.
       01 WS-Limit-Ed              PIC Z(9)9.99.

      *> The amount of the transaction a reversal would undo, off
      *> its exception - zero when the exception is not on file or
      *> came off a legacy bare-key record - and whether the
      *> reversal is clear to record.
       01 WS-Rev-Amount            PIC 9(10)V99 VALUE ZERO.
       01 WS-Excp-EOF              PIC X VALUE 'N'.
       01 WS-Excp-Found            PIC X VALUE 'N'.
       01 WS-Dual-Cleared          PIC X VALUE 'Y'.

      *> Parameter area for the dual-control gate.
           COPY APPRGTL.

      *> The dispositions already on file, tabled so a transaction
      *> for an exception already dispositioned is rejected instead
               MOVE "BATCH" TO WS-Operator-Id
           END-IF

           PERFORM Load-Reversal-Limit
           PERFORM Load-Existing-Dispositions
           PERFORM Apply-Dispositions
           PERFORM Write-Control-Report
           DISPLAY "EXCPDISP: " WS-Disp-Applied " of " WS-Tran-Read
               " dispositions applied"

      *> A reversal the gate could not rule on is an operational
      *> failure, not a clerk's error - stop the chain so the
      *> authority or pending-approvals file is put right first.
           IF WS-Reject-Gate-Error > 0
               DISPLAY "EXCPDISP: " WS-Reject-Gate-Error
                   " reversals not applied - authority or "
                   "pending-approvals file unavailable"
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> Table the dispositions already on file, so the duplicate
           END-IF
           .

      *> Pick up the dual-control limit. A missing file, or one
      *> whose figure is not twelve digits, leaves the shop default
      *> of 10000.00 in force.
       Load-Reversal-Limit.
           OPEN INPUT Dual-Ctl-File
           IF WS-Dual-Ctl-Status = "00"
               READ Dual-Ctl-File
                   AT END MOVE SPACES TO Dual-Ctl-Record
               END-READ
               MOVE Dctl-Reversal-Limit TO WS-Limit-X
               IF WS-Limit-X IS NUMERIC
                   MOVE WS-Limit-N TO WS-Reversal-Limit
               END-IF
               CLOSE Dual-Ctl-File
           END-IF
           .

      *> Read the clerk transactions and apply each valid one to the
      *> disposition file. One bad record is a counted reject, not a
      *> failed run, so the rest of the day's worked exceptions still
                       IF WS-Already-Disposed = 'Y'
                           ADD 1 TO WS-Reject-Already
                       ELSE
                           PERFORM Check-Dual-Control
                           IF WS-Dual-Cleared = 'Y'
                               PERFORM Write-Disposition
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *> A reversal above the dual-control limit is only recorded
      *> once ApprGate says a second operator has approved it. The
      *> first submission lodges the request and is held back; the
      *> clerk submits it again after approval. Everything else is
      *> clear straight away. A reversal whose amount cannot be
      *> found on the exceptions file has nothing GlExtr could post
      *> and is not held.
       Check-Dual-Control.
           MOVE 'Y' TO WS-Dual-Cleared
           IF Dtran-Code = "REVERSED"
               PERFORM Find-Reversal-Amount
               IF WS-Rev-Amount > WS-Reversal-Limit
                   MOVE SPACES TO Apprgt-Parms
                   MOVE "REVERSE" TO Apprgt-Action
                   MOVE WS-Tran-Key-Norm TO Apprgt-Subject(1:20)
                   MOVE WS-Tran-Filter TO Apprgt-Subject(21:20)
                   MOVE Dtran-Post-Date TO Apprgt-Subject(41:8)
                   MOVE WS-Rev-Amount TO Apprgt-Amount
                   MOVE WS-Operator-Id TO Apprgt-Operator
                   CALL "ApprGate" USING Apprgt-Parms
                   EVALUATE Apprgt-Status
                       WHEN "A"
                           CONTINUE
                       WHEN "W"
                           MOVE 'N' TO WS-Dual-Cleared
                           ADD 1 TO WS-Held-Approval
                           DISPLAY "EXCPDISP: reversal of "
                               FUNCTION TRIM(WS-Tran-Key-Norm)
                               " held for approval, request "
                               Apprgt-Pend-Id
                       WHEN "N"
                           MOVE 'N' TO WS-Dual-Cleared
                           ADD 1 TO WS-Reject-Refused
                       WHEN "E"
                           MOVE 'N' TO WS-Dual-Cleared
                           ADD 1 TO WS-Reject-Gate-Error
                           DISPLAY "EXCPDISP: reversal of "
                               FUNCTION TRIM(WS-Tran-Key-Norm)
                               " not applied - authority or "
                               "pending-approvals file unavailable"
                       WHEN OTHER
                           MOVE 'N' TO WS-Dual-Cleared
                           ADD 1 TO WS-Reject-Not-Auth
                   END-EVALUATE
               END-IF
           END-IF
           .

      *> Look the reversal's exception up on its filter's
      *> exceptions file, on the same triplet the disposition is
      *> keyed on, for the amount of the transaction it undoes.
       Find-Reversal-Amount.
           MOVE ZERO TO WS-Rev-Amount
           MOVE 'N' TO WS-Excp-Found
           MOVE SPACES TO WS-Exceptions-Filename
           STRING "EXCPOUT-" FUNCTION TRIM(WS-Tran-Filter) ".DAT"
               DELIMITED BY SIZE INTO WS-Exceptions-Filename
           END-STRING

           MOVE 'N' TO WS-Excp-EOF
           OPEN INPUT Exceptions-File
           IF WS-Exceptions-File-Status = "00"
               PERFORM UNTIL WS-Excp-EOF = 'Y'
                       OR WS-Excp-Found = 'Y'
                   READ Exceptions-File
                       AT END SET WS-Excp-EOF TO 'Y'
                   END-READ
                   IF WS-Excp-EOF NOT = 'Y'
                       AND Exception-Number = WS-Tran-Key-Norm
                       AND Exception-Post-Date =
                           FUNCTION NUMVAL(Dtran-Post-Date)
                       MOVE 'Y' TO WS-Excp-Found
                       IF Exception-Tran-Amount IS NUMERIC
                           MOVE Exception-Tran-Amount
                               TO WS-Rev-Amount
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Exceptions-File
           END-IF
           .

      *> True when the transaction's key/filter/posting-date triplet
      *> already has a disposition on file (or applied earlier this
      *> run - applied records join the table as they are written).
           MOVE WS-Disp-Date       TO Disp-Date
           MOVE WS-Disp-Time       TO Disp-Time
           MOVE WS-Operator-Id     TO Disp-Operator
           MOVE 'N'                TO Disp-Extract-Flag
           MOVE ZERO               TO Disp-Extract-Date
           WRITE Disposition-Record
           ADD 1 TO WS-Disp-Applied

               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Held-Approval TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Held for approval:          " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Reject-Refused TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Rejected - approval refused:" WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Reject-Not-Auth TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Rejected - not authorized:  " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Reject-Gate-Error TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Rejected - approvals down:  " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Reversal-Limit TO WS-Limit-Ed
           MOVE SPACES TO Control-Record
           STRING "Dual-control limit:   " WS-Limit-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           IF WS-Disp-Truncated = 'Y'
               MOVE SPACES TO Control-Record
               STRING "WARNING: disposition file held more than "
