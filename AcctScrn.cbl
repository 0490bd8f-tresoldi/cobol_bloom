       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctScrn.

      *> Online account inquiry for the reconciliation desk. The
      *> clerk keys an account key and sees, on one screen, the
      *> master detail, every exception raised on the key across
      *> the catalogued filters with its disposition and age,
      *> whether the key is on the escalation register, and the
      *> maintenance transactions on file for it - instead of
      *> reading the master through a utility and searching
      *> EXCPOUT, EXCPDISP and the audit trail by hand. An operator
      *> the authority file holds as an active clerk, supervisor or
      *> administrator can raise an ADD, DELETE or STATUS request
      *> for the key from the same screen. A request is only ever
      *> written to MSTRTRAN.DAT as a maintenance transaction
      *> sourced ONLINE, with the operator as requester - MstrUpdt
      *> stays the single gate to the master - and every request
      *> raised goes to the audit trail.
      *>
      *> Run as:  ACCTSCRN   - from a terminal; a blank key ends

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The operator authority file - who may raise requests.
           SELECT Oper-File ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Oper-File-Status.

      *> Master account/transaction index - read only, by key.
           SELECT Master-File ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Master-Key
               FILE STATUS IS WS-Master-File-Status.

      *> The filter catalog - which filters' exceptions to search.
           SELECT Catalog-File ASSIGN TO "FLTRCTLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Catalog-File-Status.

      *> One catalogued filter's cumulative exceptions file at a
      *> time.
           SELECT Exceptions-File ASSIGN DYNAMIC WS-Exceptions-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exceptions-File-Status.

      *> The shared disposition file written by ExcpDisp.
           SELECT Disp-File ASSIGN TO "EXCPDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disp-File-Status.

      *> The escalation register DupEscl keeps.
           SELECT Register-File ASSIGN TO "ESCLCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-File-Status.

      *> The maintenance transactions MstrUpdt applies - read for
      *> the lines already on it for the key, appended to for each
      *> request raised.
           SELECT Maint-File ASSIGN TO "MSTRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-File-Status.

      *> Durable, timestamped audit trail shared with the rest of
      *> the system - every request raised leaves a trace.
           SELECT Audit-Log ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Oper-File.
           COPY OPERREC.

       FD  Master-File.
           COPY MSTRREC.

       FD  Catalog-File.
           COPY CTLGREC.

       FD  Exceptions-File.
           COPY EXCPREC.

       FD  Disp-File.
           COPY DISPREC.

      *> Laid out as DupEscl writes it.
       FD  Register-File.
       01  Register-Record.
           05  Regr-Key            PIC X(20).
           05  FILLER              PIC X(1).
           05  Regr-Filter-Name    PIC X(20).
           05  FILLER              PIC X(1).
           05  Regr-Count          PIC 9(5).
           05  FILLER              PIC X(1).
           05  Regr-Date           PIC 9(8).

       FD  Maint-File.
           COPY MNTREC.

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Oper-File-Status      PIC XX.
       01 WS-Master-File-Status    PIC XX.
       01 WS-Catalog-File-Status   PIC XX.
       01 WS-Exceptions-File-Status PIC XX.
       01 WS-Disp-File-Status      PIC XX.
       01 WS-Register-File-Status  PIC XX.
       01 WS-Maint-File-Status     PIC XX.
       01 WS-Audit-Log-Status      PIC XX.
       01 WS-Exceptions-Filename   PIC X(40) VALUE SPACES.

      *> Who is at the screen, what the authority file holds for
      *> them, and whether that lets them raise requests.
       01 WS-Operator-Id           PIC X(8) VALUE SPACES.
       01 WS-Oper-Found            PIC X VALUE 'N'.
       01 WS-Oper-Role             PIC X(8) VALUE SPACES.
       01 WS-Oper-Status           PIC X VALUE SPACE.
       01 WS-May-Request           PIC X VALUE 'N'.
       01 WS-Access-Text           PIC X(40) VALUE SPACES.

      *> Today, for the exception ages and the audit stamp.
       01 WS-Today                 PIC 9(8).
       01 WS-Today-Int             PIC 9(8).
       01 WS-Raised-Int            PIC 9(8).
       01 WS-Days-Open             PIC S9(5).
       01 WS-Audit-Date            PIC 9(8).
       01 WS-Audit-Time            PIC 9(8).

      *> Set to 'Y' once the respective input is exhausted.
       01 WS-Oper-EOF              PIC X VALUE 'N'.
       01 WS-Catalog-EOF           PIC X VALUE 'N'.
       01 WS-Excp-EOF              PIC X VALUE 'N'.
       01 WS-Disp-EOF              PIC X VALUE 'N'.
       01 WS-Regr-EOF              PIC X VALUE 'N'.
       01 WS-Maint-EOF             PIC X VALUE 'N'.

      *> 'Y' once the master is open. Without it the detail cannot
      *> be shown and no request can be checked, so none is raised.
       01 WS-Master-Available      PIC X VALUE 'N'.

      *> Set to 'Y' when the clerk ends the session.
       01 WS-Session-Over          PIC X VALUE 'N'.

      *> What the clerk keyed, and the key normalized the way
      *> MstrUpdt's input edit does it - strip every space,
      *> upper-case the rest, letters, digits and hyphens only, at
      *> most 20 - so the key looked up is the key the master holds.
       01 WS-Input-Key             PIC X(80) VALUE SPACES.
       01 WS-Key                   PIC X(20) VALUE SPACES.
       01 WS-Edit-Norm             PIC X(80).
       01 WS-Edit-Accepted         PIC X VALUE 'N'.
       01 WS-Edit-Idx              PIC 9(4).
       01 WS-Edit-Out-Len          PIC 9(4).
       01 WS-Edit-Char             PIC X.

      *> Whether the key is on the master, and its record if so.
       01 WS-On-Master             PIC X VALUE 'N'.
       01 WS-Master-Image.
           05 WS-Mst-Key           PIC X(20).
           05 WS-Mst-Acct-Name     PIC X(30).
           05 WS-Mst-Acct-Type     PIC X(8).
           05 WS-Mst-Branch        PIC X(5).
           05 WS-Mst-Post-Date     PIC 9(8).
           05 WS-Mst-Status        PIC X(1).

      *> The catalogued filters, searched in catalog order.
       01 WS-Max-Filters           PIC 9(3) VALUE 200.
       01 WS-Filter-Count          PIC 9(3) VALUE ZERO.
       01 Filter-Table.
           05 Ftab-Name            PIC X(20) OCCURS 200 TIMES.
       01 WS-Filter-Idx            PIC 9(3).

      *> The exceptions on the key, with the disposition each one
      *> carries - the latest recorded against its triplet, blank
      *> while it is still open.
       01 WS-Max-Hits              PIC 9(3) VALUE 100.
       01 WS-Hit-Count             PIC 9(3) VALUE ZERO.
       01 WS-Hits-Dropped          PIC 9(5) VALUE ZERO.
       01 Hit-Table.
           05 Hit-Entry OCCURS 100 TIMES.
               10 Hit-Filter       PIC X(20).
               10 Hit-Reason       PIC X(30).
               10 Hit-Post-Date    PIC 9(8).
               10 Hit-Confirm-X    PIC X(8).
               10 Hit-Disp-Code    PIC X(10).
               10 Hit-Disp-Date    PIC 9(8).
               10 Hit-Disp-Oper    PIC X(8).
       01 WS-Confirm-X             PIC X(8).
       01 WS-Confirm-N REDEFINES WS-Confirm-X PIC 9(8).

      *> The request being raised.
       01 WS-Choice                PIC X(10) VALUE SPACES.
       01 WS-Confirm-Reply         PIC X(10) VALUE SPACES.
       01 WS-Req-Action            PIC X(6) VALUE SPACES.
       01 WS-Req-Name              PIC X(30) VALUE SPACES.
       01 WS-Req-Type              PIC X(8) VALUE SPACES.
       01 WS-Req-Branch            PIC X(5) VALUE SPACES.
       01 WS-Req-Post-Date         PIC X(8) VALUE SPACES.
       01 WS-Req-Status            PIC X(1) VALUE SPACE.
       01 WS-Req-Refused           PIC X(60) VALUE SPACES.
       01 WS-Req-Written           PIC X VALUE 'N'.

      *> Requests raised this session, for the sign-off line.
       01 WS-Requests-Raised       PIC 9(5) VALUE ZERO.

      *> Edited fields for the screen lines.
       01 WS-Days-Ed               PIC ZZZZ9.
       01 WS-Count-Ed              PIC ZZZZ9.

      *> Loop counter for the table scans.
       01 J                        PIC 9(3).

       PROCEDURE DIVISION.
           ACCEPT WS-Operator-Id FROM ENVIRONMENT "USER"
           IF WS-Operator-Id = SPACES
               MOVE "BATCH" TO WS-Operator-Id
           END-IF

           ACCEPT WS-Today FROM DATE YYYYMMDD
           COMPUTE WS-Today-Int = FUNCTION INTEGER-OF-DATE(WS-Today)

           PERFORM Check-Operator-Authority
           PERFORM Load-Catalog

           OPEN INPUT Master-File
           IF WS-Master-File-Status = "00"
               MOVE 'Y' TO WS-Master-Available
           END-IF

           DISPLAY "ACCTSCRN: Account Inquiry - " WS-Today
           DISPLAY "Operator " FUNCTION TRIM(WS-Operator-Id) " - "
               FUNCTION TRIM(WS-Access-Text)
           IF WS-Master-Available NOT = 'Y'
               DISPLAY "MASTER.DAT is unavailable (status "
                   WS-Master-File-Status ") - no master detail, "
                   "no requests"
           END-IF

           PERFORM Inquire-One-Key UNTIL WS-Session-Over = 'Y'

           IF WS-Master-Available = 'Y'
               CLOSE Master-File
           END-IF

           DISPLAY "ACCTSCRN: session ended - " WS-Requests-Raised
               " maintenance requests raised"

           STOP RUN.

      *> Look the operator up on the authority file. An active
      *> clerk, supervisor or administrator may raise requests;
      *> INQUIRY, an inactive operator, or one not on the file at
      *> all gets the inquiry alone.
       Check-Operator-Authority.
           MOVE 'N' TO WS-Oper-Found
           MOVE 'N' TO WS-Oper-EOF
           OPEN INPUT Oper-File
           IF WS-Oper-File-Status = "00"
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
               WHEN WS-Oper-Found NOT = 'Y'
                   MOVE "not on the authority file - inquiry only"
                       TO WS-Access-Text
               WHEN WS-Oper-Status NOT = "A"
                   MOVE "inactive - inquiry only" TO WS-Access-Text
               WHEN WS-Oper-Role = "CLERK"
                   OR WS-Oper-Role = "SUPVR"
                   OR WS-Oper-Role = "ADMIN"
                   MOVE 'Y' TO WS-May-Request
                   STRING FUNCTION TRIM(WS-Oper-Role)
                       " - may raise maintenance requests"
                       DELIMITED BY SIZE INTO WS-Access-Text
               WHEN OTHER
                   STRING FUNCTION TRIM(WS-Oper-Role)
                       " - inquiry only"
                       DELIMITED BY SIZE INTO WS-Access-Text
           END-EVALUATE
           .

      *> Table the catalogued filter names. A missing catalog is no
      *> filters to search.
       Load-Catalog.
           MOVE 'N' TO WS-Catalog-EOF
           OPEN INPUT Catalog-File
           IF WS-Catalog-File-Status = "00"
               PERFORM UNTIL WS-Catalog-EOF = 'Y'
                       OR WS-Filter-Count >= WS-Max-Filters
                   READ Catalog-File
                       AT END SET WS-Catalog-EOF TO 'Y'
                   END-READ
                   IF WS-Catalog-EOF NOT = 'Y'
                       AND Ctlg-Filter-Name NOT = SPACES
                       ADD 1 TO WS-Filter-Count
                       MOVE Ctlg-Filter-Name
                           TO Ftab-Name(WS-Filter-Count)
                   END-IF
               END-PERFORM
               CLOSE Catalog-File
           END-IF
           .

      *> One inquiry: take a key, show everything held on it, and
      *> offer the maintenance requests the operator may raise. A
      *> blank key (or END) closes the session.
       Inquire-One-Key.
           DISPLAY " "
           DISPLAY "Account key (blank to end): " WITH NO ADVANCING
           MOVE SPACES TO WS-Input-Key
           ACCEPT WS-Input-Key

           IF WS-Input-Key = SPACES OR WS-Input-Key = "END"
               MOVE 'Y' TO WS-Session-Over
           ELSE
               PERFORM Edit-Input-Key
               IF WS-Edit-Accepted NOT = 'Y'
                   DISPLAY "Key must be 1 to 20 letters, digits or "
                       "hyphens"
               ELSE
                   PERFORM Show-Master-Detail
                   PERFORM Show-Exceptions
                   PERFORM Show-Escalation
                   PERFORM Show-Filed-Maintenance
                   IF WS-May-Request = 'Y'
                       AND WS-Master-Available = 'Y'
                       PERFORM Offer-Maintenance
                   END-IF
               END-IF
           END-IF
           .

      *> Normalize the keyed value into WS-Key the way MstrUpdt's
      *> Edit-Maint-Key does.
       Edit-Input-Key.
           MOVE 'N' TO WS-Edit-Accepted
           MOVE SPACES TO WS-Edit-Norm
           MOVE SPACES TO WS-Key
           MOVE ZERO TO WS-Edit-Out-Len

           PERFORM VARYING WS-Edit-Idx FROM 1 BY 1
                   UNTIL WS-Edit-Idx > 80
               MOVE WS-Input-Key(WS-Edit-Idx:1) TO WS-Edit-Char
               IF WS-Edit-Char NOT = SPACE
                   ADD 1 TO WS-Edit-Out-Len
                   IF WS-Edit-Out-Len <= 80
                       MOVE FUNCTION UPPER-CASE(WS-Edit-Char)
                           TO WS-Edit-Norm(WS-Edit-Out-Len:1)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-Edit-Out-Len > 0 AND WS-Edit-Out-Len <= 20
               MOVE 'Y' TO WS-Edit-Accepted
               PERFORM VARYING WS-Edit-Idx FROM 1 BY 1
                       UNTIL WS-Edit-Idx > WS-Edit-Out-Len
                       OR WS-Edit-Accepted = 'N'
                   MOVE WS-Edit-Norm(WS-Edit-Idx:1) TO WS-Edit-Char
                   IF NOT (WS-Edit-Char >= "A"
                           AND WS-Edit-Char <= "Z")
                       AND NOT (WS-Edit-Char >= "0"
                           AND WS-Edit-Char <= "9")
                       AND WS-Edit-Char NOT = "-"
                       MOVE 'N' TO WS-Edit-Accepted
                   END-IF
               END-PERFORM
           END-IF

           IF WS-Edit-Accepted = 'Y'
               MOVE WS-Edit-Norm(1:20) TO WS-Key
           END-IF
           .

      *> The account as the master holds it now.
       Show-Master-Detail.
           MOVE 'N' TO WS-On-Master
           MOVE SPACES TO WS-Master-Image
           DISPLAY " "
           DISPLAY "Key: " WS-Key

           IF WS-Master-Available = 'Y'
               MOVE WS-Key TO Master-Key
               READ Master-File
                   INVALID KEY
                       DISPLAY "  Not on the master"
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-On-Master
                       MOVE Master-Record TO WS-Master-Image
                       DISPLAY "  Name:      " Master-Acct-Name
                       DISPLAY "  Type:      " Master-Acct-Type
                           "  Branch: " Master-Branch
                       DISPLAY "  Posted:    " Master-Post-Date
                           "  Status: " Master-Status
               END-READ
           END-IF
           .

      *> Every exception raised on the key in any catalogued
      *> filter, with the disposition recorded against it and its
      *> age in days since it was confirmed, measured as ExcpAge
      *> measures it.
       Show-Exceptions.
           MOVE ZERO TO WS-Hit-Count
           MOVE ZERO TO WS-Hits-Dropped

           PERFORM VARYING WS-Filter-Idx FROM 1 BY 1
                   UNTIL WS-Filter-Idx > WS-Filter-Count
               PERFORM Search-One-Exceptions-File
           END-PERFORM

           IF WS-Hit-Count > 0
               PERFORM Attach-Dispositions
           END-IF

           DISPLAY " "
           IF WS-Hit-Count = 0
               DISPLAY "Exceptions: none on any catalogued filter"
           ELSE
               MOVE WS-Hit-Count TO WS-Count-Ed
               DISPLAY "Exceptions: " FUNCTION TRIM(WS-Count-Ed)
               DISPLAY "  Filter               Posted   Raised   "
                   " Days Reason               Disposition"
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Hit-Count
                   PERFORM Show-One-Exception
               END-PERFORM
               IF WS-Hits-Dropped > 0
                   MOVE WS-Hits-Dropped TO WS-Count-Ed
                   DISPLAY "  ... and " FUNCTION TRIM(WS-Count-Ed)
                       " more not shown"
               END-IF
           END-IF
           .

      *> Table this filter's exceptions on the key.
       Search-One-Exceptions-File.
           MOVE SPACES TO WS-Exceptions-Filename
           STRING "EXCPOUT-" FUNCTION TRIM(Ftab-Name(WS-Filter-Idx))
               ".DAT" DELIMITED BY SIZE INTO WS-Exceptions-Filename
           END-STRING

           MOVE 'N' TO WS-Excp-EOF
           OPEN INPUT Exceptions-File
           IF WS-Exceptions-File-Status = "00"
               PERFORM UNTIL WS-Excp-EOF = 'Y'
                   READ Exceptions-File
                       AT END SET WS-Excp-EOF TO 'Y'
                   END-READ
                   IF WS-Excp-EOF NOT = 'Y'
                       AND Exception-Number = WS-Key
                       IF WS-Hit-Count < WS-Max-Hits
                           ADD 1 TO WS-Hit-Count
                           MOVE Ftab-Name(WS-Filter-Idx)
                               TO Hit-Filter(WS-Hit-Count)
                           MOVE Exception-Reason
                               TO Hit-Reason(WS-Hit-Count)
                           MOVE Exception-Post-Date
                               TO Hit-Post-Date(WS-Hit-Count)
                           MOVE Exception-Confirm-Date
                               TO Hit-Confirm-X(WS-Hit-Count)
                           MOVE SPACES TO Hit-Disp-Code(WS-Hit-Count)
                           MOVE ZERO TO Hit-Disp-Date(WS-Hit-Count)
                           MOVE SPACES TO Hit-Disp-Oper(WS-Hit-Count)
                       ELSE
                           ADD 1 TO WS-Hits-Dropped
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Exceptions-File
           END-IF
           .

      *> Attach to each exception the disposition recorded against
      *> its key/filter/posting-date triplet - the last one on file
      *> when it was worked more than once.
       Attach-Dispositions.
           MOVE 'N' TO WS-Disp-EOF
           OPEN INPUT Disp-File
           IF WS-Disp-File-Status = "00"
               PERFORM UNTIL WS-Disp-EOF = 'Y'
                   READ Disp-File
                       AT END SET WS-Disp-EOF TO 'Y'
                   END-READ
                   IF WS-Disp-EOF NOT = 'Y'
                       AND Disp-Key = WS-Key
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WS-Hit-Count
                           IF Hit-Filter(J) = Disp-Filter-Name
                               AND Hit-Post-Date(J) = Disp-Post-Date
                               MOVE Disp-Code TO Hit-Disp-Code(J)
                               MOVE Disp-Date TO Hit-Disp-Date(J)
                               MOVE Disp-Operator TO Hit-Disp-Oper(J)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE Disp-File
           END-IF
           .

      *> One exception line. An item written before the
      *> confirmation date existed ages as zero, as on the aging
      *> report.
       Show-One-Exception.
           MOVE Hit-Confirm-X(J) TO WS-Confirm-X
           IF WS-Confirm-X IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-Confirm-N) = 0
               COMPUTE WS-Raised-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Confirm-N)
               COMPUTE WS-Days-Open = WS-Today-Int - WS-Raised-Int
               IF WS-Days-Open < 0
                   MOVE ZERO TO WS-Days-Open
               END-IF
           ELSE
               MOVE ZERO TO WS-Days-Open
           END-IF
           MOVE WS-Days-Open TO WS-Days-Ed

           IF Hit-Disp-Code(J) = SPACES
               DISPLAY "  " Hit-Filter(J) " " Hit-Post-Date(J) " "
                   WS-Confirm-X " " WS-Days-Ed " "
                   Hit-Reason(J)(1:20) " OPEN"
           ELSE
               DISPLAY "  " Hit-Filter(J) " " Hit-Post-Date(J) " "
                   WS-Confirm-X " " WS-Days-Ed " "
                   Hit-Reason(J)(1:20) " "
                   FUNCTION TRIM(Hit-Disp-Code(J)) " "
                   Hit-Disp-Date(J) " "
                   FUNCTION TRIM(Hit-Disp-Oper(J))
           END-IF
           .

      *> Whether the key has been escalated, and when and why.
       Show-Escalation.
           DISPLAY " "
           MOVE 'N' TO WS-Regr-EOF
           MOVE ZERO TO J
           OPEN INPUT Register-File
           IF WS-Register-File-Status = "00"
               PERFORM UNTIL WS-Regr-EOF = 'Y'
                   READ Register-File
                       AT END SET WS-Regr-EOF TO 'Y'
                   END-READ
                   IF WS-Regr-EOF NOT = 'Y'
                       AND Regr-Key = WS-Key
                       ADD 1 TO J
                       MOVE Regr-Count TO WS-Count-Ed
                       DISPLAY "Escalated: under "
                           FUNCTION TRIM(Regr-Filter-Name) " on "
                           Regr-Date " after "
                           FUNCTION TRIM(WS-Count-Ed)
                           " confirmations"
                   END-IF
               END-PERFORM
               CLOSE Register-File
           END-IF
           IF J = 0
               DISPLAY "Escalated: no - not on the escalation register"
           END-IF
           .

      *> The maintenance lines on MSTRTRAN.DAT for the key. MstrUpdt
      *> does not clear the file, so a line shown may already have
      *> been applied or rejected - the change journal says which;
      *> they are shown so the desk does not raise the same request
      *> twice without looking.
       Show-Filed-Maintenance.
           MOVE 'N' TO WS-Maint-EOF
           MOVE ZERO TO J
           OPEN INPUT Maint-File
           IF WS-Maint-File-Status = "00"
               PERFORM UNTIL WS-Maint-EOF = 'Y'
                   READ Maint-File
                       AT END SET WS-Maint-EOF TO 'Y'
                   END-READ
                   IF WS-Maint-EOF NOT = 'Y'
                       AND FUNCTION UPPER-CASE(Maint-Key) = WS-Key
                       ADD 1 TO J
                       DISPLAY "On MSTRTRAN.DAT: " Maint-Action " "
                           Maint-Status " from "
                           FUNCTION TRIM(Maint-Source) " "
                           FUNCTION TRIM(Maint-Requester)
                   END-IF
               END-PERFORM
               CLOSE Maint-File
           END-IF
           IF J = 0
               DISPLAY "On MSTRTRAN.DAT: no maintenance for the key"
           END-IF
           .

      *> Offer the requests the operator may raise for this key.
       Offer-Maintenance.
           DISPLAY " "
           DISPLAY "Raise request - A=ADD D=DELETE S=STATUS, "
               "blank for none: " WITH NO ADVANCING
           MOVE SPACES TO WS-Choice
           ACCEPT WS-Choice
           MOVE SPACES TO WS-Req-Refused
           MOVE SPACES TO WS-Req-Action

           EVALUATE FUNCTION UPPER-CASE(WS-Choice)
               WHEN SPACES
                   CONTINUE
               WHEN "A"
                   PERFORM Request-Add
               WHEN "D"
                   PERFORM Request-Delete
               WHEN "S"
                   PERFORM Request-Status
               WHEN OTHER
                   MOVE "no such request" TO WS-Req-Refused
           END-EVALUATE

           IF WS-Req-Refused NOT = SPACES
               DISPLAY "Not raised: " FUNCTION TRIM(WS-Req-Refused)
           ELSE
               IF WS-Req-Action NOT = SPACES
                   PERFORM Confirm-And-Raise
               END-IF
           END-IF
           .

      *> An ADD needs a key not already on the master and the
      *> account detail; a blank status is left for MstrUpdt to
      *> default to active.
       Request-Add.
           IF WS-On-Master = 'Y'
               MOVE "key is already on the master" TO WS-Req-Refused
           ELSE
               MOVE "ADD" TO WS-Req-Action
               DISPLAY "  Account name: " WITH NO ADVANCING
               MOVE SPACES TO WS-Req-Name
               ACCEPT WS-Req-Name
               DISPLAY "  Account type: " WITH NO ADVANCING
               MOVE SPACES TO WS-Req-Type
               ACCEPT WS-Req-Type
               DISPLAY "  Branch: " WITH NO ADVANCING
               MOVE SPACES TO WS-Req-Branch
               ACCEPT WS-Req-Branch
               DISPLAY "  Posting date (yyyymmdd): " WITH NO ADVANCING
               MOVE SPACES TO WS-Req-Post-Date
               ACCEPT WS-Req-Post-Date
               DISPLAY "  Status (blank for A): " WITH NO ADVANCING
               MOVE SPACE TO WS-Req-Status
               ACCEPT WS-Req-Status
               MOVE FUNCTION UPPER-CASE(WS-Req-Status)
                   TO WS-Req-Status

               EVALUATE TRUE
                   WHEN WS-Req-Name = SPACES
                       MOVE "an ADD needs the account name"
                           TO WS-Req-Refused
                   WHEN WS-Req-Post-Date IS NOT NUMERIC
                       OR FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-Req-Post-Date)) NOT = 0
                       MOVE "posting date must be a valid yyyymmdd"
                           TO WS-Req-Refused
               END-EVALUATE
           END-IF
           .

      *> A DELETE needs only a key that is on the master.
       Request-Delete.
           IF WS-On-Master NOT = 'Y'
               MOVE "key is not on the master" TO WS-Req-Refused
           ELSE
               MOVE "DELETE" TO WS-Req-Action
           END-IF
           .

      *> A STATUS change needs a key on the master and a status
      *> other than the one it already has.
       Request-Status.
           IF WS-On-Master NOT = 'Y'
               MOVE "key is not on the master" TO WS-Req-Refused
           ELSE
               MOVE "STATUS" TO WS-Req-Action
               DISPLAY "  New status (now " WS-Mst-Status "): "
                   WITH NO ADVANCING
               MOVE SPACE TO WS-Req-Status
               ACCEPT WS-Req-Status
               MOVE FUNCTION UPPER-CASE(WS-Req-Status)
                   TO WS-Req-Status
               EVALUATE TRUE
                   WHEN WS-Req-Status = SPACE
                       MOVE "a STATUS request needs the new status"
                           TO WS-Req-Refused
                   WHEN WS-Req-Status = WS-Mst-Status
                       MOVE "the account already has that status"
                           TO WS-Req-Refused
               END-EVALUATE
           END-IF
           .

      *> Read the request back and raise it only on a Y.
       Confirm-And-Raise.
           DISPLAY "Raise " FUNCTION TRIM(WS-Req-Action) " for "
               FUNCTION TRIM(WS-Key) "? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-Confirm-Reply
           ACCEPT WS-Confirm-Reply
           IF FUNCTION UPPER-CASE(WS-Confirm-Reply) = "Y"
               PERFORM Write-Maint-Request
               IF WS-Req-Written = 'Y'
                   PERFORM Write-Request-Audit
                   ADD 1 TO WS-Requests-Raised
                   DISPLAY "Raised: " FUNCTION TRIM(WS-Req-Action)
                       " for " FUNCTION TRIM(WS-Key)
                       " - MstrUpdt applies it on its next run"
               ELSE
                   DISPLAY "Not raised: MSTRTRAN.DAT status "
                       WS-Maint-File-Status
               END-IF
           ELSE
               DISPLAY "Not raised"
           END-IF
           .

      *> Append the request to the maintenance file in the columns
      *> MstrUpdt applies, sourced ONLINE with the operator as the
      *> requester so the change journal shows where it came from.
      *> Req-Written is 'Y' only once the line is on the file; a
      *> failed open or write leaves it 'N' and nothing is raised.
       Write-Maint-Request.
           MOVE 'N' TO WS-Req-Written
           OPEN EXTEND Maint-File
           IF WS-Maint-File-Status NOT = "00"
               OPEN OUTPUT Maint-File
           END-IF
           IF WS-Maint-File-Status = "00"
               PERFORM Write-Maint-Line
               CLOSE Maint-File
           END-IF
           .

      *> Build and write the request line; Req-Written records the
      *> outcome.
       Write-Maint-Line.
           MOVE SPACES TO Maint-Record
           MOVE WS-Req-Action TO Maint-Action
           MOVE WS-Key TO Maint-Key
           IF WS-Req-Action = "ADD"
               MOVE WS-Req-Name TO Maint-Acct-Name
               MOVE WS-Req-Type TO Maint-Acct-Type
               MOVE WS-Req-Branch TO Maint-Branch
               MOVE WS-Req-Post-Date TO Maint-Post-Date
               MOVE WS-Req-Status TO Maint-Status
           END-IF
           IF WS-Req-Action = "STATUS"
               MOVE WS-Req-Status TO Maint-Status
           END-IF
           MOVE "ONLINE" TO Maint-Source
           MOVE WS-Operator-Id TO Maint-Requester
           WRITE Maint-Record
           IF WS-Maint-File-Status = "00"
               MOVE 'Y' TO WS-Req-Written
           END-IF
           .

      *> Leave one timestamped, attributed audit entry for the
      *> request, tagged with its source the way MstrUpdt tags the
      *> change when it is applied.
       Write-Request-Audit.
           OPEN EXTEND Audit-Log
           IF WS-Audit-Log-Status NOT = "00"
               OPEN OUTPUT Audit-Log
           END-IF

           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " SRC=ONLINE MREQ " WS-Key
               " action=" FUNCTION TRIM(WS-Req-Action)
               " status=" WS-Req-Status
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record

           CLOSE Audit-Log
           .

       END PROGRAM AcctScrn.
