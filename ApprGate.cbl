       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprGate.

      *> Callable dual-control gate, in front of every action one
      *> operator must not be able to carry out alone: a reversal
      *> above the dual-control limit (ExcpDisp), a PURGE of the
      *> master (MstrUpdt) and the retirement of a filter family
      *> (FltHskp). The first attempt lodges a request on the
      *> pending-approvals file PENDAPPR.DAT and the caller holds
      *> the action back; once a second, different supervisor has
      *> approved it through ApprMnt, the next attempt is let
      *> through - once - and the approval is used up. The operator
      *> attempting the action must hold a role on the operator
      *> authority file OPERAUTH.DAT that allows it, and may not be
      *> the operator who approved it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The operator authority file - who holds which role.
           SELECT Oper-File ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oper-File-Status.

      *> The pending-approvals file, rewritten whole whenever a
      *> request is lodged or a decision is acted on.
           SELECT Pend-File ASSIGN TO "PENDAPPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Pend-File-Status.

      *> Durable, timestamped audit trail shared with the rest of
      *> the system - every request lodged and every approval used
      *> leaves a trace.
           SELECT Audit-Log ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Oper-File.
           COPY OPERREC.

       FD  Pend-File.
           COPY PENDREC.

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Oper-File-Status      PIC XX.
       01 WS-Pend-File-Status      PIC XX.
       01 WS-Audit-Log-Status      PIC XX.

      *> Set to 'Y' once the respective input is exhausted.
       01 WS-Oper-EOF              PIC X VALUE 'N'.
       01 WS-Pend-EOF              PIC X VALUE 'N'.

      *> The caller's standing on the authority file: Y authorized
      *> for the action, N not (unknown, inactive, or a role that
      *> does not allow it), E the file is not there.
       01 WS-Auth-Result           PIC X VALUE 'N'.
       01 WS-Oper-Found            PIC X VALUE 'N'.
       01 WS-Oper-Role             PIC X(8) VALUE SPACES.
       01 WS-Oper-Status           PIC X VALUE SPACE.

      *> The pending-approvals file, tabled so it can be rewritten
      *> whole with the request lodged or the decision acted on.
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

      *> Set to 'Y' when the pending file held more requests than
      *> the table - nothing is then lodged or acted on, because a
      *> partial rewrite would drop the untabled requests.
       01 WS-Pend-Truncated        PIC X VALUE 'N'.

      *> Set to 'Y' when the pending file could not be opened or a
      *> record could not be written back - the request lodged or
      *> the decision acted on has then not landed, so the caller
      *> gets E and nothing is audited.
       01 WS-Rewrite-Failed        PIC X VALUE 'N'.

      *> The highest request id on file, for numbering a new one,
      *> and the slot of the open request for this action and
      *> subject - zero when there is none.
       01 WS-High-Id               PIC 9(8) VALUE ZERO.
       01 WS-Match-Idx             PIC 9(5) VALUE ZERO.

      *> Audit line working fields.
       01 WS-Audit-Date            PIC 9(8).
       01 WS-Audit-Time            PIC 9(8).
       01 WS-Audit-Action          PIC X(6).

      *> Loop counter for the table scans.
       01 J                        PIC 9(5).

       LINKAGE SECTION.
           COPY APPRGTL.

       PROCEDURE DIVISION USING Apprgt-Parms.
           MOVE ZERO TO Apprgt-Pend-Id
           MOVE SPACES TO Apprgt-Approver

           PERFORM Check-Operator-Authority
           IF WS-Auth-Result = 'E'
               MOVE "E" TO Apprgt-Status
               GOBACK
           END-IF
           IF WS-Auth-Result NOT = 'Y'
               MOVE "U" TO Apprgt-Status
               GOBACK
           END-IF

           PERFORM Load-Pending
           IF WS-Pend-Truncated = 'Y'
               MOVE "E" TO Apprgt-Status
               GOBACK
           END-IF

           PERFORM Find-Open-Request

      *> Nothing open for this action and subject - lodge a fresh
      *> request, unless the table has no room for one more.
           IF WS-Match-Idx = 0
               IF WS-Pend-Count >= WS-Max-Pend
                   MOVE "E" TO Apprgt-Status
               ELSE
                   PERFORM Lodge-Request
                   IF WS-Rewrite-Failed = 'Y'
                       MOVE "E" TO Apprgt-Status
                   ELSE
                       MOVE "W" TO Apprgt-Status
                   END-IF
               END-IF
               GOBACK
           END-IF

           MOVE Ptab-Id(WS-Match-Idx) TO Apprgt-Pend-Id
           EVALUATE Ptab-Status(WS-Match-Idx)
               WHEN "P"
                   MOVE "W" TO Apprgt-Status
               WHEN "R"
                   MOVE "C" TO Ptab-Status(WS-Match-Idx)
                   PERFORM Rewrite-Pending
                   IF WS-Rewrite-Failed = 'Y'
                       MOVE "E" TO Apprgt-Status
                   ELSE
                       MOVE "N" TO Apprgt-Status
                   END-IF
               WHEN "A"
                   IF Ptab-Approver(WS-Match-Idx) = Apprgt-Operator
                       MOVE "U" TO Apprgt-Status
                   ELSE
                       MOVE "U" TO Ptab-Status(WS-Match-Idx)
                       PERFORM Rewrite-Pending
                       IF WS-Rewrite-Failed = 'Y'
                           MOVE "E" TO Apprgt-Status
                           GOBACK
                       END-IF
                       MOVE Ptab-Approver(WS-Match-Idx)
                           TO Apprgt-Approver
                       MOVE "APPRU" TO WS-Audit-Action
                       PERFORM Write-Gate-Audit
                       MOVE "A" TO Apprgt-Status
                   END-IF
           END-EVALUATE

           GOBACK.

      *> Look the operator up on the authority file. Any active
      *> non-inquiry role may ask for a reversal; only a supervisor
      *> or administrator may ask for a PURGE or a retirement. A
      *> missing authority file authorizes no one.
       Check-Operator-Authority.
           MOVE 'N' TO WS-Auth-Result
           MOVE 'N' TO WS-Oper-Found
           MOVE 'N' TO WS-Oper-EOF
           OPEN INPUT Oper-File
           IF WS-Oper-File-Status NOT = "00"
               MOVE 'E' TO WS-Auth-Result
           ELSE
               PERFORM UNTIL WS-Oper-EOF = 'Y'
                       OR WS-Oper-Found = 'Y'
                   READ Oper-File
                       AT END SET WS-Oper-EOF TO 'Y'
                   END-READ
                   IF WS-Oper-EOF NOT = 'Y'
                       AND Oper-Id = Apprgt-Operator
                       MOVE 'Y' TO WS-Oper-Found
                       MOVE Oper-Role TO WS-Oper-Role
                       MOVE Oper-Status TO WS-Oper-Status
                   END-IF
               END-PERFORM
               CLOSE Oper-File

               IF WS-Oper-Found = 'Y' AND WS-Oper-Status = "A"
                   EVALUATE TRUE
                       WHEN WS-Oper-Role = "SUPVR"
                           OR WS-Oper-Role = "ADMIN"
                           MOVE 'Y' TO WS-Auth-Result
                       WHEN WS-Oper-Role = "CLERK"
                           AND Apprgt-Action = "REVERSE"
                           MOVE 'Y' TO WS-Auth-Result
                   END-EVALUATE
               END-IF
           END-IF
           .

      *> Table the pending-approvals file. A missing file is simply
      *> no requests yet - the first one lodged creates it.
       Load-Pending.
           MOVE ZERO TO WS-Pend-Count
           MOVE ZERO TO WS-High-Id
           MOVE 'N' TO WS-Pend-Truncated
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
           IF Pend-Id > WS-High-Id
               MOVE Pend-Id TO WS-High-Id
           END-IF
           .

      *> Find the open request - pending, approved or refused, not
      *> yet used or closed - for this action and subject. There is
      *> at most one: a new request is only lodged when none is
      *> open.
       Find-Open-Request.
           MOVE ZERO TO WS-Match-Idx
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Pend-Count OR WS-Match-Idx > 0
               IF Ptab-Action(J) = Apprgt-Action
                   AND Ptab-Subject(J) = Apprgt-Subject
                   AND (Ptab-Status(J) = "P"
                       OR Ptab-Status(J) = "A"
                       OR Ptab-Status(J) = "R")
                   MOVE J TO WS-Match-Idx
               END-IF
           END-PERFORM
           .

      *> Lodge a fresh request under the next id, rewrite the file
      *> and audit it - unless the rewrite failed, in which case
      *> the request was never lodged and no id is handed back.
       Lodge-Request.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME

           ADD 1 TO WS-Pend-Count
           ADD 1 TO WS-High-Id
           MOVE WS-Pend-Count TO WS-Match-Idx
           MOVE WS-High-Id      TO Ptab-Id(WS-Match-Idx)
           MOVE Apprgt-Action   TO Ptab-Action(WS-Match-Idx)
           MOVE Apprgt-Subject  TO Ptab-Subject(WS-Match-Idx)
           MOVE Apprgt-Amount   TO Ptab-Amount(WS-Match-Idx)
           MOVE Apprgt-Operator TO Ptab-Requester(WS-Match-Idx)
           MOVE WS-Audit-Date   TO Ptab-Req-Date(WS-Match-Idx)
           MOVE WS-Audit-Time   TO Ptab-Req-Time(WS-Match-Idx)
           MOVE "P"             TO Ptab-Status(WS-Match-Idx)
           MOVE SPACES          TO Ptab-Approver(WS-Match-Idx)
           MOVE ZERO            TO Ptab-Appr-Date(WS-Match-Idx)
           MOVE ZERO            TO Ptab-Appr-Time(WS-Match-Idx)

           PERFORM Rewrite-Pending
           IF WS-Rewrite-Failed = 'Y'
               MOVE ZERO TO Apprgt-Pend-Id
           ELSE
               MOVE WS-High-Id TO Apprgt-Pend-Id
               MOVE "APPRQ" TO WS-Audit-Action
               PERFORM Write-Gate-Audit
           END-IF
           .

      *> Rewrite the pending-approvals file from the table, checking
      *> the open and every write; the first failure stops the
      *> rewrite and sets WS-Rewrite-Failed.
       Rewrite-Pending.
           MOVE 'N' TO WS-Rewrite-Failed
           OPEN OUTPUT Pend-File
           IF WS-Pend-File-Status NOT = "00"
               MOVE 'Y' TO WS-Rewrite-Failed
               DISPLAY "APPRGATE: cannot open PENDAPPR.DAT, status "
                   WS-Pend-File-Status
           ELSE
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-Pend-Count
                       OR WS-Rewrite-Failed = 'Y'
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
               MOVE 'Y' TO WS-Rewrite-Failed
               DISPLAY "APPRGATE: cannot write PENDAPPR.DAT, status "
                   WS-Pend-File-Status
           END-IF
           .

      *> Leave one timestamped, attributed audit entry for the
      *> request in WS-Match-Idx, in the line format the rest of the
      *> shop writes: the APR= tag names the controlled action, and
      *> the fifth piece is the subject's lead field - the account
      *> key of a reversal, the filter of a retirement - so
      *> AudtInq's KEY= finds it alongside that key's history.
       Write-Gate-Audit.
           OPEN EXTEND Audit-Log
           IF WS-Audit-Log-Status NOT = "00"
               OPEN OUTPUT Audit-Log
           END-IF

           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               Apprgt-Operator " APR="
               FUNCTION TRIM(Apprgt-Action) " "
               FUNCTION TRIM(WS-Audit-Action) " "
               FUNCTION TRIM(Ptab-Subject(WS-Match-Idx)(1:20))
               " id=" Ptab-Id(WS-Match-Idx)
               " by=" Ptab-Requester(WS-Match-Idx)
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record

           CLOSE Audit-Log
           .

       END PROGRAM ApprGate.
