       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprMnt.

      *> Second-operator side of dual control: records a
      *> supervisor's approval or refusal of a request ApprGate
      *> lodged on the pending-approvals file, and reports every
      *> request still waiting - pending a decision, or decided and
      *> waiting for the requester to act - with how long it has
      *> waited. The approver must be an active supervisor or
      *> administrator on the operator authority file and may not
      *> decide a request of their own. Every decision goes to the
      *> audit trail.
      *>
      *> Run as:  APPRMNT                 - pending report only
      *>          APPRMNT APPROVE <id>    - approve one request
      *>          APPRMNT REFUSE <id>     - refuse one request

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The operator authority file - who holds which role.
           SELECT Oper-File ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oper-File-Status.

      *> The pending-approvals file, rewritten whole with the
      *> decision recorded.
           SELECT Pend-File ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pend-File-Status.

      *> The pending-approvals report for the supervisors.
           SELECT Report-File ASSIGN TO "PENDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.

      *> Durable, timestamped audit trail shared with the rest of
      *> the system - every approval and refusal leaves a trace.
           SELECT Audit-Log ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Oper-File.
           COPY OPERREC.

       FD  Pend-File.
           COPY PENDREC.

       FD  Report-File.
       01  Report-Record           PIC X(100).

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Oper-File-Status      PIC XX.
       01 WS-Pend-File-Status      PIC XX.
       01 WS-Report-File-Status    PIC XX.
       01 WS-Audit-Log-Status      PIC XX.

      *> Run parameters: an optional APPROVE or REFUSE and the
      *> request id it applies to.
       01 WS-Command-Line          PIC X(60) VALUE SPACES.
       01 WS-Parm-1                PIC X(20) VALUE SPACES.
       01 WS-Parm-2                PIC X(20) VALUE SPACES.
       01 WS-Decision              PIC X(8) VALUE SPACES.
       01 WS-Decision-Id           PIC 9(8) VALUE ZERO.

      *> Who is deciding, and when.
       01 WS-Operator-Id           PIC X(8) VALUE SPACES.
       01 WS-Audit-Date            PIC 9(8).
       01 WS-Audit-Time            PIC 9(8).
       01 WS-Audit-Action          PIC X(6).

      *> Today as a day number, for the days-waiting arithmetic.
       01 WS-Today                 PIC 9(8).
       01 WS-Today-Int             PIC 9(8).
       01 WS-Req-Int               PIC 9(8).
       01 WS-Days-Waiting          PIC S9(5).

      *> Set to 'Y' once the respective input is exhausted.
       01 WS-Oper-EOF              PIC X VALUE 'N'.
       01 WS-Pend-EOF              PIC X VALUE 'N'.

      *> The deciding operator's standing on the authority file.
       01 WS-Oper-Found            PIC X VALUE 'N'.
       01 WS-Oper-Role             PIC X(8) VALUE SPACES.
       01 WS-Oper-Status           PIC X VALUE SPACE.
       01 WS-Oper-File-Found       PIC X VALUE 'Y'.

      *> The pending-approvals file, tabled so it can be rewritten
      *> whole with the decision recorded. Bounded as ApprGate's
      *> table is.
       01 WS-Max-Pend              PIC 9(5) VALUE 2000.
       01 WS-Pend-Count            PIC 9(5) VALUE ZERO.
       01 Pend-Table.
           05 Ptab-Entry OCCURS 2000 TIMES.
               10 Ptab-Id          PIC 9(8).
               10 Ptab-Action      PIC X(8).
               10 Ptab-Subject     PIC X(50).
               10 Ptab-Amount      PIC 9(10)V99.
               10 Ptab-Requester   PIC X(8).
               10 Ptab-Req-Date    PIC 9(8).
               10 Ptab-Req-Time    PIC 9(8).
               10 Ptab-Status      PIC X(1).
               10 Ptab-Approver    PIC X(8).
               10 Ptab-Appr-Date   PIC 9(8).
               10 Ptab-Appr-Time   PIC 9(8).
       01 WS-Pend-Truncated        PIC X VALUE 'N'.

      *> The slot of the request being decided - zero when not
      *> found - and why a decision was refused, blank when it was
      *> recorded.
       01 WS-Match-Idx             PIC 9(5) VALUE ZERO.
       01 WS-Decision-Error        PIC X(60) VALUE SPACES.

      *> Counts for the report footer.
       01 WS-Pending-Count         PIC 9(5) VALUE ZERO.
       01 WS-Approved-Count        PIC 9(5) VALUE ZERO.
       01 WS-Refused-Count         PIC 9(5) VALUE ZERO.

      *> Edited fields for the report lines.
       01 WS-Id-Ed                 PIC Z(7)9.
       01 WS-Amount-Ed             PIC Z(9)9.99.
       01 WS-Days-Ed               PIC ZZZZ9.
       01 WS-Count-Ed              PIC ZZZZ9.
       01 WS-Status-Text           PIC X(20).

      *> Loop counter for the table scans.
       01 J                        PIC 9(5).

       PROCEDURE DIVISION.
           PERFORM Resolve-Parameters

           ACCEPT WS-Operator-Id FROM ENVIRONMENT "USER"
           IF WS-Operator-Id = SPACES
               MOVE "BATCH" TO WS-Operator-Id
           END-IF

           ACCEPT WS-Today FROM DATE YYYYMMDD
           COMPUTE WS-Today-Int =
               FUNCTION INTEGER-OF-DATE(WS-Today)

           PERFORM Load-Pending

           IF WS-Decision NOT = SPACES
               PERFORM Record-Decision
           END-IF

           PERFORM Write-Pending-Report

           IF WS-Decision-Error NOT = SPACES
               DISPLAY "APPRMNT: " FUNCTION TRIM(WS-Decision-Error)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-Decision NOT = SPACES
               DISPLAY "APPRMNT: request " WS-Decision-Id " "
                   FUNCTION TRIM(WS-Decision) "D by "
                   WS-Operator-Id
           END-IF
           DISPLAY "APPRMNT: " WS-Pending-Count
               " requests awaiting a decision"

           STOP RUN.

      *> Pick APPROVE or REFUSE and the request id off the command
      *> line. No parameters is the report alone; anything else
      *> malformed is refused before the file is touched.
       Resolve-Parameters.
           ACCEPT WS-Command-Line FROM COMMAND-LINE
           UNSTRING WS-Command-Line DELIMITED BY ALL " "
               INTO WS-Parm-1 WS-Parm-2
           END-UNSTRING

           IF WS-Parm-1 NOT = SPACES
               IF WS-Parm-1 NOT = "APPROVE"
                   AND WS-Parm-1 NOT = "REFUSE"
                   DISPLAY "APPRMNT: unknown request "
                       FUNCTION TRIM(WS-Parm-1)
                       " - use APPROVE <id> or REFUSE <id>"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-Parm-2 = SPACES
                   OR FUNCTION TRIM(WS-Parm-2) IS NOT NUMERIC
                   DISPLAY "APPRMNT: " FUNCTION TRIM(WS-Parm-1)
                       " given without a request id"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-Parm-1 TO WS-Decision
               MOVE FUNCTION NUMVAL(WS-Parm-2) TO WS-Decision-Id
           END-IF
           .

      *> Table the pending-approvals file. A missing file is simply
      *> no requests.
       Load-Pending.
           MOVE 'N' TO WS-Pend-EOF
           OPEN INPUT Pend-File
           IF WS-Pend-File-Status = "00"
               PERFORM UNTIL WS-Pend-EOF = 'Y'
                       OR WS-Pend-Count >= WS-Max-Pend
                   READ Pend-File
                       AT END SET WS-Pend-EOF TO 'Y'
                   END-READ
                   IF WS-Pend-EOF NOT = 'Y'
                       ADD 1 TO WS-Pend-Count
                       PERFORM Table-One-Request
                   END-IF
               END-PERFORM

      *> Table full - peek one more record to tell truncation apart
      *> from genuine end of file, the way the loaders in
      *> BloomFilter do.
               IF WS-Pend-EOF NOT = 'Y'
                   READ Pend-File
                       AT END SET WS-Pend-EOF TO 'Y'
                   END-READ
                   IF WS-Pend-EOF NOT = 'Y'
                       MOVE 'Y' TO WS-Pend-Truncated
                   END-IF
               END-IF

               CLOSE Pend-File
           END-IF
           .

      *> Copy the request just read into the next table slot.
       Table-One-Request.
           MOVE Pend-Id        TO Ptab-Id(WS-Pend-Count)
           MOVE Pend-Action    TO Ptab-Action(WS-Pend-Count)
           MOVE Pend-Subject   TO Ptab-Subject(WS-Pend-Count)
           MOVE Pend-Amount    TO Ptab-Amount(WS-Pend-Count)
           MOVE Pend-Requester TO Ptab-Requester(WS-Pend-Count)
           MOVE Pend-Req-Date  TO Ptab-Req-Date(WS-Pend-Count)
           MOVE Pend-Req-Time  TO Ptab-Req-Time(WS-Pend-Count)
           MOVE Pend-Status    TO Ptab-Status(WS-Pend-Count)
           MOVE Pend-Approver  TO Ptab-Approver(WS-Pend-Count)
           MOVE Pend-Appr-Date TO Ptab-Appr-Date(WS-Pend-Count)
           MOVE Pend-Appr-Time TO Ptab-Appr-Time(WS-Pend-Count)
           .

      *> Record the decision: the decider must be an active
      *> supervisor or administrator, the request must be pending,
      *> and it must be someone else's. Any failure leaves the file
      *> untouched and says why; a decision that cannot be written
      *> back to the file is not audited, and the report still shows
      *> the request as pending.
       Record-Decision.
           PERFORM Check-Approver-Authority

           IF WS-Decision-Error = SPACES
               AND WS-Pend-Truncated = 'Y'
               STRING "pending file overflows the work table - "
                   "nothing recorded"
                   DELIMITED BY SIZE INTO WS-Decision-Error
           END-IF

           IF WS-Decision-Error = SPACES
               MOVE ZERO TO WS-Match-Idx
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-Pend-Count OR WS-Match-Idx > 0
                   IF Ptab-Id(J) = WS-Decision-Id
                       MOVE J TO WS-Match-Idx
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-Match-Idx = 0
                       MOVE "no such request on the pending file"
                           TO WS-Decision-Error
                   WHEN Ptab-Status(WS-Match-Idx) NOT = "P"
                       MOVE "request is not pending - already decided"
                           TO WS-Decision-Error
                   WHEN Ptab-Requester(WS-Match-Idx) = WS-Operator-Id
                       MOVE "operator may not decide their own request"
                           TO WS-Decision-Error
               END-EVALUATE
           END-IF

           IF WS-Decision-Error = SPACES
               ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
               ACCEPT WS-Audit-Time FROM TIME
               IF WS-Decision = "APPROVE"
                   MOVE "A" TO Ptab-Status(WS-Match-Idx)
                   MOVE "APPRV" TO WS-Audit-Action
               ELSE
                   MOVE "R" TO Ptab-Status(WS-Match-Idx)
                   MOVE "REFUS" TO WS-Audit-Action
               END-IF
               MOVE WS-Operator-Id TO Ptab-Approver(WS-Match-Idx)
               MOVE WS-Audit-Date TO Ptab-Appr-Date(WS-Match-Idx)
               MOVE WS-Audit-Time TO Ptab-Appr-Time(WS-Match-Idx)
               PERFORM Rewrite-Pending
               IF WS-Decision-Error = SPACES
                   PERFORM Write-Decision-Audit
               ELSE
                   MOVE "P" TO Ptab-Status(WS-Match-Idx)
                   MOVE SPACES TO Ptab-Approver(WS-Match-Idx)
                   MOVE ZERO TO Ptab-Appr-Date(WS-Match-Idx)
                   MOVE ZERO TO Ptab-Appr-Time(WS-Match-Idx)
               END-IF
           END-IF
           .

      *> The decider must be on the authority file, active, and a
      *> supervisor or administrator.
       Check-Approver-Authority.
           MOVE 'N' TO WS-Oper-Found
           MOVE 'N' TO WS-Oper-EOF
           OPEN INPUT Oper-File
           IF WS-Oper-File-Status NOT = "00"
               MOVE 'N' TO WS-Oper-File-Found
           ELSE
               PERFORM UNTIL WS-Oper-EOF = 'Y'
                       OR WS-Oper-Found = 'Y'
                   READ Oper-File
                       AT END SET WS-Oper-EOF TO 'Y'
                   END-READ
                   IF WS-Oper-EOF NOT = 'Y'
                       AND Oper-Id = WS-Operator-Id
                       MOVE 'Y' TO WS-Oper-Found
                       MOVE Oper-Role TO WS-Oper-Role
                       MOVE Oper-Status TO WS-Oper-Status
                   END-IF
               END-PERFORM
               CLOSE Oper-File
           END-IF

           EVALUATE TRUE
               WHEN WS-Oper-File-Found = 'N'
                   MOVE "no operator authority file - nothing recorded"
                       TO WS-Decision-Error
               WHEN WS-Oper-Found = 'N'
                   MOVE "operator is not on the authority file"
                       TO WS-Decision-Error
               WHEN WS-Oper-Status NOT = "A"
                   MOVE "operator is inactive on the authority file"
                       TO WS-Decision-Error
               WHEN WS-Oper-Role NOT = "SUPVR"
                   AND WS-Oper-Role NOT = "ADMIN"
                   MOVE "only a supervisor or administrator may decide"
                       TO WS-Decision-Error
           END-EVALUATE
           .

      *> Rewrite the pending-approvals file from the table, checking
      *> the open and every write; the first failure stops the
      *> rewrite and is reported through WS-Decision-Error.
       Rewrite-Pending.
           OPEN OUTPUT Pend-File
           IF WS-Pend-File-Status NOT = "00"
               STRING "cannot open PENDAPPR.DAT, status "
                   WS-Pend-File-Status " - nothing recorded"
                   DELIMITED BY SIZE INTO WS-Decision-Error
           ELSE
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-Pend-Count
                       OR WS-Decision-Error NOT = SPACES
                   PERFORM Write-One-Request
               END-PERFORM
               CLOSE Pend-File
           END-IF
           .

      *> Write table row J back to the pending-approvals file.
       Write-One-Request.
           MOVE SPACES TO Pending-Record
           MOVE Ptab-Id(J)        TO Pend-Id
           MOVE Ptab-Action(J)    TO Pend-Action
           MOVE Ptab-Subject(J)   TO Pend-Subject
           MOVE Ptab-Amount(J)    TO Pend-Amount
           MOVE Ptab-Requester(J) TO Pend-Requester
           MOVE Ptab-Req-Date(J)  TO Pend-Req-Date
           MOVE Ptab-Req-Time(J)  TO Pend-Req-Time
           MOVE Ptab-Status(J)    TO Pend-Status
           MOVE Ptab-Approver(J)  TO Pend-Approver
           MOVE Ptab-Appr-Date(J) TO Pend-Appr-Date
           MOVE Ptab-Appr-Time(J) TO Pend-Appr-Time
           WRITE Pending-Record
           IF WS-Pend-File-Status NOT = "00"
               STRING "cannot write PENDAPPR.DAT, status "
                   WS-Pend-File-Status " - decision not recorded"
                   DELIMITED BY SIZE INTO WS-Decision-Error
           END-IF
           .

      *> Leave one timestamped, attributed audit entry for the
      *> decision, in the same line format ApprGate writes for the
      *> request.
       Write-Decision-Audit.
           OPEN EXTEND Audit-Log
           IF WS-Audit-Log-Status NOT = "00"
               OPEN OUTPUT Audit-Log
           END-IF

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " APR="
               FUNCTION TRIM(Ptab-Action(WS-Match-Idx)) " "
               FUNCTION TRIM(WS-Audit-Action) " "
               FUNCTION TRIM(Ptab-Subject(WS-Match-Idx)(1:20))
               " id=" Ptab-Id(WS-Match-Idx)
               " by=" Ptab-Requester(WS-Match-Idx)
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record

           CLOSE Audit-Log
           .

      *> The pending-approvals report: every request not yet used
      *> up or closed, oldest first as they sit on file, with how
      *> many days it has waited since it was lodged.
       Write-Pending-Report.
           OPEN OUTPUT Report-File

           MOVE "Dual-Control Pending Approvals Report"
               TO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           STRING "As of: " WS-Today "  Run by: " WS-Operator-Id
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           IF WS-Decision-Error NOT = SPACES
               MOVE SPACES TO Report-Record
               STRING "DECISION NOT RECORDED: " WS-Decision-Error
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF

           MOVE SPACES TO Report-Record
           WRITE Report-Record
           MOVE SPACES TO Report-Record
           STRING "      Id Action   Subject              "
               "      Amount Requester Days  Status"
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Pend-Count
               IF Ptab-Status(J) = "P"
                   OR Ptab-Status(J) = "A"
                   OR Ptab-Status(J) = "R"
                   PERFORM Write-Report-Request
               END-IF
           END-PERFORM

           MOVE SPACES TO Report-Record
           WRITE Report-Record

           MOVE WS-Pending-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Awaiting a decision:        " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Approved-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Approved, not yet acted on: " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Refused-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Refused, not yet seen:      " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           IF WS-Pend-Truncated = 'Y'
               MOVE SPACES TO Report-Record
               STRING "WARNING: pending file held more than 2000 "
                   "requests - report is partial"
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF

           CLOSE Report-File
           .

      *> One open request's line.
       Write-Report-Request.
           IF FUNCTION TEST-DATE-YYYYMMDD(Ptab-Req-Date(J)) = 0
               COMPUTE WS-Req-Int =
                   FUNCTION INTEGER-OF-DATE(Ptab-Req-Date(J))
               COMPUTE WS-Days-Waiting = WS-Today-Int - WS-Req-Int
               IF WS-Days-Waiting < 0
                   MOVE ZERO TO WS-Days-Waiting
               END-IF
           ELSE
               MOVE ZERO TO WS-Days-Waiting
           END-IF

           EVALUATE Ptab-Status(J)
               WHEN "P"
                   MOVE "PENDING" TO WS-Status-Text
                   ADD 1 TO WS-Pending-Count
               WHEN "A"
                   MOVE SPACES TO WS-Status-Text
                   STRING "APPROVED " Ptab-Approver(J)
                       DELIMITED BY SIZE INTO WS-Status-Text
                   ADD 1 TO WS-Approved-Count
               WHEN OTHER
                   MOVE SPACES TO WS-Status-Text
                   STRING "REFUSED " Ptab-Approver(J)
                       DELIMITED BY SIZE INTO WS-Status-Text
                   ADD 1 TO WS-Refused-Count
           END-EVALUATE

           MOVE Ptab-Id(J) TO WS-Id-Ed
           MOVE Ptab-Amount(J) TO WS-Amount-Ed
           MOVE WS-Days-Waiting TO WS-Days-Ed
           MOVE SPACES TO Report-Record
           STRING WS-Id-Ed " " Ptab-Action(J) " "
               Ptab-Subject(J)(1:20) " " WS-Amount-Ed " "
               Ptab-Requester(J) " " WS-Days-Ed "  "
               WS-Status-Text
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

      *> A reversal's subject carries the filter and posting date
      *> behind the key; show them on a second line.
           IF Ptab-Action(J) = "REVERSE"
               MOVE SPACES TO Report-Record
               STRING "                  filter "
                   Ptab-Subject(J)(21:20) " posted "
                   Ptab-Subject(J)(41:8)
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF
           .

       END PROGRAM ApprMnt.
