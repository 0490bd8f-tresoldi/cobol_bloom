       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScrnSrv.

      *> Screening server for the capture front end, which cannot
      *> CALL BlmCheck itself. The front end appends requests - a
      *> request id, a filter name and a key - to SCRNREQ.DAT; this
      *> program polls that file, screens each new request through
      *> BlmCheck, and appends the N/P/D/X/E answer with a timestamp
      *> to SCRNRSP.DAT for the front end to pick up, so a branch
      *> hears about a duplicate while the customer is still at the
      *> counter. BlmCheck holds the last few filters in memory, so
      *> a session answering several business dates does not reload
      *> a filter file on every switch. How far into the request
      *> file the server has got is kept in SCRNPOS.DAT after every
      *> answer, so a restart carries on from the next request and
      *> never answers one twice. Every answer goes to the audit
      *> trail, and the session ends with a volume and outcome
      *> report. The session runs until a *STOP* request arrives or
      *> no request has come in for the idle limit.
      *>
      *> Run as:  SCRNSRV [IDLE=n]  - n idle minutes ends the session
      *>                              (default 30; IDLE=0 answers
      *>                              what is waiting and stops)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Requests from the capture front end - read only, reopened
      *> on every poll to see what has been appended since.
           SELECT Request-File ASSIGN TO "SCRNREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Request-File-Status.

      *> Answers for the capture front end, appended one at a time
      *> as each request is screened.
           SELECT Response-File ASSIGN TO "SCRNRSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Response-File-Status.

      *> The server's place in the request file - one record,
      *> rewritten after every request it deals with.
           SELECT Position-File ASSIGN TO "SCRNPOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Position-File-Status.

      *> End-of-session volume and outcome report.
           SELECT Report-File ASSIGN TO "SCRNRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.

      *> Durable, timestamped audit trail shared with the rest of
      *> the system - every answered request leaves a trace.
           SELECT Audit-Log ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Request-File.
           COPY SCRNREQ.

       FD  Response-File.
           COPY SCRNRSP.

      *> How many request records have been dealt with, the id of
      *> the last of them - checked on the next poll to tell the
      *> same file from a replacement - and when.
       FD  Position-File.
       01  Position-Record.
           05  Spos-Count          PIC 9(9).
           05  FILLER              PIC X(1).
           05  Spos-Last-Id        PIC X(16).
           05  FILLER              PIC X(1).
           05  Spos-Date           PIC 9(8).
           05  FILLER              PIC X(1).
           05  Spos-Time           PIC 9(8).

       FD  Report-File.
       01  Report-Record           PIC X(100).

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Request-File-Status   PIC XX.
       01 WS-Response-File-Status  PIC XX.
       01 WS-Position-File-Status  PIC XX.
       01 WS-Report-File-Status    PIC XX.
       01 WS-Audit-Log-Status      PIC XX.

      *> Run parameter: IDLE=n, the minutes without a new request
      *> after which the session ends.
       01 WS-Command-Line          PIC X(60) VALUE SPACES.
       01 WS-Parm-1                PIC X(20) VALUE SPACES.
       01 WS-Idle-Work             PIC X(8) VALUE SPACES.
       01 WS-Idle-Minutes          PIC 9(4) VALUE 30.

      *> Seconds between polls of an exhausted request file, and
      *> the idle time run up so far against the limit.
       01 WS-Poll-Seconds          PIC 9(4) VALUE 2.
       01 WS-Idle-Limit            PIC 9(7) VALUE ZERO.
       01 WS-Idle-Seconds          PIC 9(7) VALUE ZERO.

      *> The request id the front end sends to end the session.
       01 WS-Stop-Value            PIC X(16) VALUE "*STOP*".

      *> Who is running the session, and when it ran.
       01 WS-Operator-Id           PIC X(8) VALUE SPACES.
       01 WS-Start-Date            PIC 9(8).
       01 WS-Start-Time            PIC 9(8).
       01 WS-End-Date              PIC 9(8).
       01 WS-End-Time              PIC 9(8).
       01 WS-Answer-Date           PIC 9(8).
       01 WS-Answer-Time           PIC 9(8).

      *> The server's place in the request file, as last saved:
      *> records dealt with and the id of the last of them.
       01 WS-Position-Count        PIC 9(9) VALUE ZERO.
       01 WS-Position-Last-Id      PIC X(16) VALUE SPACES.
       01 WS-Start-Position        PIC 9(9) VALUE ZERO.

      *> The id of the last answer already on the response file
      *> when the session started. If the first new request carries
      *> it, a previous session answered that request but stopped
      *> before it could save its place - it is passed over rather
      *> than answered twice.
       01 WS-Resume-Id             PIC X(16) VALUE SPACES.

      *> Per-poll state.
       01 WS-Read-Count            PIC 9(9) VALUE ZERO.
       01 WS-Request-EOF           PIC X VALUE 'N'.
       01 WS-Response-EOF          PIC X VALUE 'N'.
       01 WS-Poll-Answered         PIC X VALUE 'N'.
       01 WS-Restart-Seen          PIC X VALUE 'N'.

      *> Set to 'Y' when the session is to end, with the reason.
       01 WS-Session-Over          PIC X VALUE 'N'.
       01 WS-Stop-Reason           PIC X(50) VALUE SPACES.

      *> The filter a request is screened against - its own name,
      *> or DEFAULT for a blank - and the one before it.
       01 WS-This-Filter           PIC X(20) VALUE SPACES.
       01 WS-Prev-Filter           PIC X(20) VALUE SPACES.

      *> The key token for the audit line - never blank, so the
      *> line keeps its shape for AudtInq.
       01 WS-Audit-Key             PIC X(20) VALUE SPACES.

      *> Session counts for the report.
       01 WS-Polls                 PIC 9(9) VALUE ZERO.
       01 WS-Answered              PIC 9(9) VALUE ZERO.
       01 WS-Count-N               PIC 9(9) VALUE ZERO.
       01 WS-Count-P               PIC 9(9) VALUE ZERO.
       01 WS-Count-D               PIC 9(9) VALUE ZERO.
       01 WS-Count-X               PIC 9(9) VALUE ZERO.
       01 WS-Count-E               PIC 9(9) VALUE ZERO.
       01 WS-Passed-Over           PIC 9(9) VALUE ZERO.
       01 WS-File-Restarts         PIC 9(9) VALUE ZERO.
       01 WS-Filter-Changes        PIC 9(9) VALUE ZERO.

      *> Outcomes by filter. Filters past the table limit are
      *> counted together on one line rather than lost.
       01 WS-Max-Filters           PIC 9(3) VALUE 50.
       01 WS-Filter-Count          PIC 9(3) VALUE ZERO.
       01 Filter-Table.
           05 Ftab-Entry OCCURS 50 TIMES.
               10 Ftab-Name        PIC X(20).
               10 Ftab-Requests    PIC 9(9).
               10 Ftab-N           PIC 9(9).
               10 Ftab-P           PIC 9(9).
               10 Ftab-D           PIC 9(9).
               10 Ftab-X           PIC 9(9).
               10 Ftab-E           PIC 9(9).
       01 WS-Filter-Idx            PIC 9(3) VALUE ZERO.
       01 WS-Unlisted-Requests     PIC 9(9) VALUE ZERO.

      *> Parameter area for the screening call.
           COPY BLMCHKL.

      *> Edited fields for the report lines.
       01 WS-Count-Ed              PIC Z(8)9.
       01 WS-Col-1-Ed              PIC Z(8)9.
       01 WS-Col-2-Ed              PIC Z(8)9.
       01 WS-Col-3-Ed              PIC Z(8)9.
       01 WS-Col-4-Ed              PIC Z(8)9.
       01 WS-Col-5-Ed              PIC Z(8)9.
       01 WS-Col-6-Ed              PIC Z(8)9.
       01 WS-Minutes-Ed            PIC ZZZ9.

      *> Loop counter for the table scans.
       01 J                        PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM Resolve-Parameters

           ACCEPT WS-Operator-Id FROM ENVIRONMENT "USER"
           IF WS-Operator-Id = SPACES
               MOVE "BATCH" TO WS-Operator-Id
           END-IF

           ACCEPT WS-Start-Date FROM DATE YYYYMMDD
           ACCEPT WS-Start-Time FROM TIME

           PERFORM Load-Position
           PERFORM Find-Last-Response
           MOVE WS-Position-Count TO WS-Start-Position

           DISPLAY "SCRNSRV: session started after request "
               WS-Position-Count " - idle limit "
               WS-Idle-Minutes " minutes"

           PERFORM Serve-One-Poll UNTIL WS-Session-Over = 'Y'

           ACCEPT WS-End-Date FROM DATE YYYYMMDD
           ACCEPT WS-End-Time FROM TIME

           PERFORM Write-Session-Report

           DISPLAY "SCRNSRV: session ended - "
               FUNCTION TRIM(WS-Stop-Reason)
           DISPLAY "SCRNSRV: " WS-Answered " requests answered, "
               WS-Count-D " confirmed duplicates"

      *> An E answer means a front end was told screening is
      *> unavailable - worth a warning code even though every
      *> request was answered.
           IF WS-Count-E > 0
               DISPLAY "SCRNSRV: " WS-Count-E
                   " requests answered E - screening unavailable"
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> Pick IDLE=n off the command line. No parameter keeps the
      *> default idle limit; anything else is refused before a
      *> request is touched.
       Resolve-Parameters.
           ACCEPT WS-Command-Line FROM COMMAND-LINE
           UNSTRING WS-Command-Line DELIMITED BY ALL " "
               INTO WS-Parm-1
           END-UNSTRING

           IF WS-Parm-1 NOT = SPACES
               IF WS-Parm-1(1:5) NOT = "IDLE="
                   DISPLAY "SCRNSRV: unknown parameter "
                       FUNCTION TRIM(WS-Parm-1) " - use IDLE=n"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-Parm-1(6:8) TO WS-Idle-Work
               IF WS-Idle-Work = SPACES
                   OR FUNCTION TRIM(WS-Idle-Work) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(WS-Idle-Work) > 9999
                   DISPLAY "SCRNSRV: IDLE= needs a number of "
                       "minutes from 0 to 9999"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FUNCTION NUMVAL(WS-Idle-Work) TO WS-Idle-Minutes
           END-IF

           COMPUTE WS-Idle-Limit = WS-Idle-Minutes * 60
           .

      *> Pick up where the last session left off. No position file
      *> - or an unreadable one - is a start from the top.
       Load-Position.
           OPEN INPUT Position-File
           IF WS-Position-File-Status = "00"
               READ Position-File
                   AT END CONTINUE
                   NOT AT END
                       IF Spos-Count IS NUMERIC
                           MOVE Spos-Count TO WS-Position-Count
                           MOVE Spos-Last-Id TO WS-Position-Last-Id
                       END-IF
               END-READ
               CLOSE Position-File
           END-IF
           .

      *> Note the id of the last answer already given, to guard
      *> against answering it again after an interrupted session.
       Find-Last-Response.
           MOVE 'N' TO WS-Response-EOF
           OPEN INPUT Response-File
           IF WS-Response-File-Status = "00"
               PERFORM UNTIL WS-Response-EOF = 'Y'
                   READ Response-File
                       AT END SET WS-Response-EOF TO 'Y'
                       NOT AT END
                           MOVE Scrs-Req-Id TO WS-Resume-Id
                   END-READ
               END-PERFORM
               CLOSE Response-File
           END-IF
           .

      *> One poll: answer whatever has been appended since the last
      *> one. With nothing new, wait a poll interval - or end the
      *> session once the idle limit has run out.
       Serve-One-Poll.
           ADD 1 TO WS-Polls
           MOVE 'N' TO WS-Poll-Answered
           PERFORM Read-New-Requests

           IF WS-Session-Over NOT = 'Y'
               IF WS-Poll-Answered = 'Y'
                   MOVE ZERO TO WS-Idle-Seconds
               ELSE
                   IF WS-Idle-Seconds >= WS-Idle-Limit
                       MOVE 'Y' TO WS-Session-Over
                       MOVE WS-Idle-Minutes TO WS-Minutes-Ed
                       STRING "no request for "
                           FUNCTION TRIM(WS-Minutes-Ed)
                           " minutes - idle limit reached"
                           DELIMITED BY SIZE INTO WS-Stop-Reason
                   ELSE
                       CALL "C$SLEEP" USING WS-Poll-Seconds
                       ADD WS-Poll-Seconds TO WS-Idle-Seconds
                   END-IF
               END-IF
           END-IF
           .

      *> Read the request file from the top, passing over the
      *> records already dealt with and answering the rest. The
      *> record at the saved position must still carry the saved
      *> id; if it does not, or the file is now shorter than the
      *> saved position, the front end has started a new request
      *> file and it is answered from its first record.
       Read-New-Requests.
           MOVE 'N' TO WS-Request-EOF
           MOVE 'N' TO WS-Restart-Seen
           MOVE ZERO TO WS-Read-Count

           OPEN INPUT Request-File
           IF WS-Request-File-Status = "00"
               PERFORM UNTIL WS-Request-EOF = 'Y'
                       OR WS-Session-Over = 'Y'
                       OR WS-Restart-Seen = 'Y'
                   READ Request-File
                       AT END SET WS-Request-EOF TO 'Y'
                   END-READ
                   IF WS-Request-EOF NOT = 'Y'
                       ADD 1 TO WS-Read-Count
                       EVALUATE TRUE
                           WHEN WS-Read-Count < WS-Position-Count
                               CONTINUE
                           WHEN WS-Read-Count = WS-Position-Count
                               IF Scrq-Req-Id NOT = WS-Position-Last-Id
                                   MOVE 'Y' TO WS-Restart-Seen
                               END-IF
                           WHEN OTHER
                               PERFORM Answer-One-Request
                       END-EVALUATE
                   END-IF
               END-PERFORM

               IF WS-Request-EOF = 'Y'
                   AND WS-Read-Count < WS-Position-Count
                   MOVE 'Y' TO WS-Restart-Seen
               END-IF

               CLOSE Request-File

               IF WS-Restart-Seen = 'Y'
                   PERFORM Restart-Request-File
               END-IF
           END-IF
           .

      *> A new request file: go back to its first record and poll
      *> again straight away.
       Restart-Request-File.
           DISPLAY "SCRNSRV: request file has been replaced - "
               "answering it from the first request"
           ADD 1 TO WS-File-Restarts
           MOVE ZERO TO WS-Position-Count
           MOVE SPACES TO WS-Position-Last-Id
           MOVE SPACES TO WS-Resume-Id
           PERFORM Save-Position
           MOVE 'Y' TO WS-Poll-Answered
           .

      *> Deal with the request just read: a stop request ends the
      *> session, a request a previous session already answered is
      *> passed over, and anything else is screened and answered.
      *> Either way the position moves past it and is saved.
       Answer-One-Request.
           EVALUATE TRUE
               WHEN Scrq-Req-Id = WS-Stop-Value
                   MOVE 'Y' TO WS-Session-Over
                   MOVE "stop request received" TO WS-Stop-Reason
               WHEN WS-Resume-Id NOT = SPACES
                   AND Scrq-Req-Id = WS-Resume-Id
                   ADD 1 TO WS-Passed-Over
                   DISPLAY "SCRNSRV: request "
                       FUNCTION TRIM(Scrq-Req-Id)
                       " was answered before the restart - "
                       "not answered again"
               WHEN OTHER
                   PERFORM Screen-One-Request
                   MOVE 'Y' TO WS-Poll-Answered
           END-EVALUATE

           MOVE SPACES TO WS-Resume-Id
           ADD 1 TO WS-Position-Count
           MOVE Scrq-Req-Id TO WS-Position-Last-Id
           PERFORM Save-Position
           .

      *> Screen one key through BlmCheck and hand the answer back,
      *> to the front end and to the audit trail.
       Screen-One-Request.
           MOVE Scrq-Filter-Name TO Blmchk-Filter-Name
           MOVE Scrq-Key TO Blmchk-Key
           MOVE SPACE TO Blmchk-Status
           CALL "BlmCheck" USING Blmchk-Parms

           IF Scrq-Filter-Name = SPACES
               MOVE "DEFAULT" TO WS-This-Filter
           ELSE
               MOVE Scrq-Filter-Name TO WS-This-Filter
           END-IF

           ACCEPT WS-Answer-Date FROM DATE YYYYMMDD
           ACCEPT WS-Answer-Time FROM TIME

           PERFORM Write-Response
           PERFORM Write-Screen-Audit
           PERFORM Tally-Answer
           .

      *> Append the answer to the response file. If it cannot be
      *> written the front end would wait for nothing, so the
      *> session stops here - before the position moves - and the
      *> request is answered again on restart.
       Write-Response.
           OPEN EXTEND Response-File
           IF WS-Response-File-Status NOT = "00"
               OPEN OUTPUT Response-File
           END-IF
           IF WS-Response-File-Status NOT = "00"
               DISPLAY "SCRNSRV: cannot write SCRNRSP.DAT (status "
                   WS-Response-File-Status ") - session stopped"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO Screen-Response
           MOVE Scrq-Req-Id TO Scrs-Req-Id
           MOVE Scrq-Filter-Name TO Scrs-Filter-Name
           MOVE Scrq-Key TO Scrs-Key
           MOVE Blmchk-Status TO Scrs-Status
           MOVE WS-Answer-Date TO Scrs-Answer-Date
           MOVE WS-Answer-Time TO Scrs-Answer-Time
           WRITE Screen-Response

           CLOSE Response-File
           .

      *> Leave one timestamped, attributed audit entry for the
      *> answer, keyed like the nightly run's entries so AudtInq
      *> finds it by filter and key.
       Write-Screen-Audit.
           MOVE Scrq-Key TO WS-Audit-Key
           IF WS-Audit-Key = SPACES
               MOVE "NOKEY" TO WS-Audit-Key
           END-IF

           OPEN EXTEND Audit-Log
           IF WS-Audit-Log-Status NOT = "00"
               OPEN OUTPUT Audit-Log
           END-IF

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Answer-Date "-" WS-Answer-Time " "
               WS-Operator-Id " FLT="
               FUNCTION TRIM(WS-This-Filter)
               " SCRN " FUNCTION TRIM(WS-Audit-Key)
               " id=" FUNCTION TRIM(Scrq-Req-Id)
               " ans=" Blmchk-Status
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record

           CLOSE Audit-Log
           .

      *> Count the answer - overall, by outcome and by filter - and
      *> note each change of filter from one request to the next.
       Tally-Answer.
           IF WS-Answered > 0 AND WS-This-Filter NOT = WS-Prev-Filter
               ADD 1 TO WS-Filter-Changes
           END-IF
           MOVE WS-This-Filter TO WS-Prev-Filter
           ADD 1 TO WS-Answered

           MOVE ZERO TO WS-Filter-Idx
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Filter-Count OR WS-Filter-Idx > 0
               IF Ftab-Name(J) = WS-This-Filter
                   MOVE J TO WS-Filter-Idx
               END-IF
           END-PERFORM

           IF WS-Filter-Idx = 0 AND WS-Filter-Count < WS-Max-Filters
               ADD 1 TO WS-Filter-Count
               MOVE WS-Filter-Count TO WS-Filter-Idx
               MOVE WS-This-Filter TO Ftab-Name(WS-Filter-Idx)
               MOVE ZERO TO Ftab-Requests(WS-Filter-Idx)
               MOVE ZERO TO Ftab-N(WS-Filter-Idx)
               MOVE ZERO TO Ftab-P(WS-Filter-Idx)
               MOVE ZERO TO Ftab-D(WS-Filter-Idx)
               MOVE ZERO TO Ftab-X(WS-Filter-Idx)
               MOVE ZERO TO Ftab-E(WS-Filter-Idx)
           END-IF

           IF WS-Filter-Idx = 0
               ADD 1 TO WS-Unlisted-Requests
           ELSE
               ADD 1 TO Ftab-Requests(WS-Filter-Idx)
           END-IF

           EVALUATE Blmchk-Status
               WHEN "N"
                   ADD 1 TO WS-Count-N
                   IF WS-Filter-Idx > 0
                       ADD 1 TO Ftab-N(WS-Filter-Idx)
                   END-IF
               WHEN "P"
                   ADD 1 TO WS-Count-P
                   IF WS-Filter-Idx > 0
                       ADD 1 TO Ftab-P(WS-Filter-Idx)
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-Count-D
                   IF WS-Filter-Idx > 0
                       ADD 1 TO Ftab-D(WS-Filter-Idx)
                   END-IF
               WHEN "X"
                   ADD 1 TO WS-Count-X
                   IF WS-Filter-Idx > 0
                       ADD 1 TO Ftab-X(WS-Filter-Idx)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-Count-E
                   IF WS-Filter-Idx > 0
                       ADD 1 TO Ftab-E(WS-Filter-Idx)
                   END-IF
           END-EVALUATE
           .

      *> Save the server's place in the request file, so a restart
      *> carries on from the next request.
       Save-Position.
           OPEN OUTPUT Position-File
           MOVE SPACES TO Position-Record
           MOVE WS-Position-Count TO Spos-Count
           MOVE WS-Position-Last-Id TO Spos-Last-Id
           ACCEPT Spos-Date FROM DATE YYYYMMDD
           ACCEPT Spos-Time FROM TIME
           WRITE Position-Record
           CLOSE Position-File
           .

      *> The end-of-session report: when and why the session ran
      *> and ended, how many requests it answered with what
      *> outcome, and the same broken down by filter.
       Write-Session-Report.
           OPEN OUTPUT Report-File

           MOVE "Screening Server Session Report" TO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           STRING "Started: " WS-Start-Date " " WS-Start-Time
               "  Ended: " WS-End-Date " " WS-End-Time
               "  Run by: " WS-Operator-Id
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           STRING "Session ended: " FUNCTION TRIM(WS-Stop-Reason)
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           WRITE Report-Record

           MOVE WS-Start-Position TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Position at start:                " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Position-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Position at end:                  " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Polls TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Polls of the request file:        " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Answered TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Requests answered:                " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Count-N TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "  N - not in filter:              " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Count-P TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "  P - possible, not on master:    " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Count-D TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "  D - confirmed duplicate:        " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Count-X TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "  X - key failed the input edit:  " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Count-E TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "  E - screening unavailable:      " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Passed-Over TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Answered before restart, passed:  " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-File-Restarts TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Request file replaced:            " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Filter-Changes TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Filter changes between requests:  " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           STRING "Filter               Requests         N"
               "         P         D         X         E"
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Filter-Count
               MOVE Ftab-Requests(J) TO WS-Col-1-Ed
               MOVE Ftab-N(J) TO WS-Col-2-Ed
               MOVE Ftab-P(J) TO WS-Col-3-Ed
               MOVE Ftab-D(J) TO WS-Col-4-Ed
               MOVE Ftab-X(J) TO WS-Col-5-Ed
               MOVE Ftab-E(J) TO WS-Col-6-Ed
               MOVE SPACES TO Report-Record
               STRING Ftab-Name(J) WS-Col-1-Ed " " WS-Col-2-Ed
                   " " WS-Col-3-Ed " " WS-Col-4-Ed " " WS-Col-5-Ed
                   " " WS-Col-6-Ed
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-PERFORM

           IF WS-Unlisted-Requests > 0
               MOVE WS-Unlisted-Requests TO WS-Count-Ed
               MOVE SPACES TO Report-Record
               STRING "Requests against filters past the "
                   WS-Max-Filters " listed: " WS-Count-Ed
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF

           IF WS-Filter-Count = 0
               MOVE "No requests answered this session."
                   TO Report-Record
               WRITE Report-Record
           END-IF

           CLOSE Report-File
           .

       END PROGRAM ScrnSrv.
