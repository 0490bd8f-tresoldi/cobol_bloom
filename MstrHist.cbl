       IDENTIFICATION DIVISION.
       PROGRAM-ID. MstrHist.

      *> Point-in-time inquiry on one master account, answered from
      *> MstrUpdt's change journal. Lists every journaled change to
      *> the key - when, what, who ran it and where it came from
      *> (hand-keyed, a DupEscl escalation, ...) - and then the
      *> account as it stood at the end of the requested date, with
      *> the change that left it that way. An account with no
      *> journaled change after the date is shown as the master
      *> holds it now; one with no journal history at all is taken
      *> straight off the master.
      *>
      *> Run as:  MSTRHIST KEY=<key> [DATE=yyyymmdd]
      *> with the date defaulting to today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> MstrUpdt's change journal - every applied action with the
      *> master record before and after it, in the order applied.
           SELECT Journal-File ASSIGN TO "MSTRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

      *> Master account/transaction index - read only, for an
      *> account the journal has nothing on after the date.
           SELECT Master-File ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Master-Key
               FILE STATUS IS WS-Master-File-Status.

      *> Inquiry report, for whoever asked "what did this account
      *> look like then, and who changed it?".
           SELECT Inquiry-File ASSIGN TO "MSTRHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Inquiry-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Journal-File.
           COPY JRNLREC.

       FD  Master-File.
           COPY MSTRREC.

       FD  Inquiry-File.
       01  Inquiry-Record          PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Journal-File-Status   PIC XX.
       01 WS-Master-File-Status    PIC XX.
       01 WS-Inquiry-File-Status   PIC XX.

      *> Selection, given on the command line in either order:
      *> KEY=<key> names the account, DATE=<yyyymmdd> the day whose
      *> closing state is wanted.
       01 WS-Command-Line          PIC X(80) VALUE SPACES.
       01 WS-Parm-1                PIC X(30) VALUE SPACES.
       01 WS-Parm-2                PIC X(30) VALUE SPACES.
       01 WS-Parm-Work             PIC X(30).
       01 WS-Select-Key            PIC X(20) VALUE SPACES.
       01 WS-As-Of-Date            PIC 9(8) VALUE ZERO.
       01 WS-Date-Work             PIC X(8).

      *> Set to 'Y' once the journal is exhausted.
       01 WS-Journal-EOF           PIC X VALUE 'N'.

      *> The last journaled change on or before the date: its
      *> after-image is the account's state at the end of the day,
      *> and its stamp says who left it that way.
       01 WS-Last-Found            PIC X VALUE 'N'.
       01 WS-Last-Date             PIC 9(8).
       01 WS-Last-Time             PIC 9(8).
       01 WS-Last-Operator         PIC X(8).
       01 WS-Last-Source           PIC X(8).
       01 WS-Last-Requester        PIC X(8).
       01 WS-Last-Action           PIC X(6).
       01 WS-Last-Flag             PIC X.
       01 WS-Last-Image            PIC X(72).

      *> The first journaled change after the date: when nothing
      *> was journaled on or before it, this change's before-image
      *> is what the account looked like on the date.
       01 WS-Next-Found            PIC X VALUE 'N'.
       01 WS-Next-Flag             PIC X.
       01 WS-Next-Image            PIC X(72).

      *> The account image being shown, and whether there was one.
       01 WS-Show-Flag             PIC X.
       01 WS-Show-Image.
           05  WS-Show-Key         PIC X(20).
           05  WS-Show-Acct-Name   PIC X(30).
           05  WS-Show-Acct-Type   PIC X(8).
           05  WS-Show-Branch      PIC X(5).
           05  WS-Show-Post-Date   PIC 9(8).
           05  WS-Show-Status      PIC X(1).

      *> Status either side of a journaled change, for the history
      *> line; a dash where there was no record on that side.
       01 WS-Bef-Status-Show       PIC X.
       01 WS-Aft-Status-Show       PIC X.

      *> Journal records read and those on this key, for the footer.
       01 WS-Entries-Read          PIC 9(7) VALUE ZERO.
       01 WS-Entries-Matched       PIC 9(7) VALUE ZERO.
       01 WS-Count-Ed              PIC Z(6)9.

      *> Loop counter for parameter handling.
       01 I                        PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM Resolve-Selection

           IF WS-Select-Key = SPACES
               DISPLAY "MSTRHIST: KEY=<key> is required"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT Inquiry-File
           MOVE "Master Account Point-In-Time Inquiry"
               TO Inquiry-Record
           WRITE Inquiry-Record
           MOVE SPACES TO Inquiry-Record
           STRING "Key:   " WS-Select-Key
               DELIMITED BY SIZE INTO Inquiry-Record
           WRITE Inquiry-Record
           MOVE SPACES TO Inquiry-Record
           STRING "As of: " WS-As-Of-Date " (end of day)"
               DELIMITED BY SIZE INTO Inquiry-Record
           WRITE Inquiry-Record
           MOVE SPACES TO Inquiry-Record
           WRITE Inquiry-Record

           PERFORM Scan-Journal
           PERFORM Write-Account-State

           MOVE WS-Entries-Read TO WS-Count-Ed
           MOVE SPACES TO Inquiry-Record
           WRITE Inquiry-Record
           MOVE SPACES TO Inquiry-Record
           STRING "Journal records read:     " WS-Count-Ed
               DELIMITED BY SIZE INTO Inquiry-Record
           WRITE Inquiry-Record

           MOVE WS-Entries-Matched TO WS-Count-Ed
           MOVE SPACES TO Inquiry-Record
           STRING "Changes to this account:  " WS-Count-Ed
               DELIMITED BY SIZE INTO Inquiry-Record
           WRITE Inquiry-Record

           CLOSE Inquiry-File

           DISPLAY "MSTRHIST: " WS-Entries-Matched
               " journaled changes for " FUNCTION TRIM(WS-Select-Key)

           STOP RUN.

      *> Pick the key and date off the command line. The key is
      *> normalized the way MstrUpdt stored it - spaces stripped by
      *> the caller, upper-cased here - or a lower-case inquiry
      *> would match nothing. No usable date means today.
       Resolve-Selection.
           ACCEPT WS-Command-Line FROM COMMAND-LINE
           UNSTRING WS-Command-Line DELIMITED BY ALL " "
               INTO WS-Parm-1 WS-Parm-2
           END-UNSTRING

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 2
               EVALUATE I
                   WHEN 1 MOVE WS-Parm-1 TO WS-Parm-Work
                   WHEN 2 MOVE WS-Parm-2 TO WS-Parm-Work
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-Parm-Work(1:4) = "KEY="
                       MOVE FUNCTION UPPER-CASE(WS-Parm-Work(5:20))
                           TO WS-Select-Key
                   WHEN WS-Parm-Work(1:5) = "DATE="
                       MOVE WS-Parm-Work(6:8) TO WS-Date-Work
                       IF WS-Date-Work IS NUMERIC
                           MOVE WS-Date-Work TO WS-As-Of-Date
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF WS-As-Of-Date = ZERO
               ACCEPT WS-As-Of-Date FROM DATE YYYYMMDD
           END-IF
           .

      *> Read the whole journal, listing every change to the key and
      *> keeping the last one on or before the date and the first
      *> one after it. The journal is in the order the changes were
      *> applied, so "last" and "first" are simply file order.
       Scan-Journal.
           MOVE "Journaled changes (* = after the as-of date):"
               TO Inquiry-Record
           WRITE Inquiry-Record
           MOVE SPACES TO Inquiry-Record
           STRING "  Date     Time     Action Operator Source   "
               "Requester Status"
               DELIMITED BY SIZE INTO Inquiry-Record
           WRITE Inquiry-Record

           MOVE 'N' TO WS-Journal-EOF
           OPEN INPUT Journal-File
           IF WS-Journal-File-Status = "00"
               PERFORM UNTIL WS-Journal-EOF = 'Y'
                   READ Journal-File
                       AT END SET WS-Journal-EOF TO 'Y'
                   END-READ
                   IF WS-Journal-EOF NOT = 'Y'
                       ADD 1 TO WS-Entries-Read
                       IF Jrnl-Key = WS-Select-Key
                           ADD 1 TO WS-Entries-Matched
                           PERFORM Note-Journal-Entry
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Journal-File
           ELSE
               MOVE "  No change journal on file." TO Inquiry-Record
               WRITE Inquiry-Record
           END-IF

           IF WS-Entries-Matched = ZERO
               MOVE "  (none)" TO Inquiry-Record
               WRITE Inquiry-Record
           END-IF
           .

      *> List one change to the key and track it against the date.
       Note-Journal-Entry.
           IF Jrnl-Before-Flag = 'Y'
               MOVE Jrnl-Bef-Status TO WS-Bef-Status-Show
           ELSE
               MOVE "-" TO WS-Bef-Status-Show
           END-IF
           IF Jrnl-After-Flag = 'Y'
               MOVE Jrnl-Aft-Status TO WS-Aft-Status-Show
           ELSE
               MOVE "-" TO WS-Aft-Status-Show
           END-IF

           MOVE SPACES TO Inquiry-Record
           IF Jrnl-Date > WS-As-Of-Date
               MOVE "*" TO Inquiry-Record(1:1)
           END-IF
           STRING Jrnl-Date " " Jrnl-Time " " Jrnl-Action " "
               Jrnl-Operator " " Jrnl-Source " " Jrnl-Requester
               "  " WS-Bef-Status-Show ">" WS-Aft-Status-Show
               DELIMITED BY SIZE INTO Inquiry-Record(3:100)
           WRITE Inquiry-Record

           IF Jrnl-Date <= WS-As-Of-Date
               MOVE 'Y' TO WS-Last-Found
               MOVE Jrnl-Date        TO WS-Last-Date
               MOVE Jrnl-Time        TO WS-Last-Time
               MOVE Jrnl-Operator    TO WS-Last-Operator
               MOVE Jrnl-Source      TO WS-Last-Source
               MOVE Jrnl-Requester   TO WS-Last-Requester
               MOVE Jrnl-Action      TO WS-Last-Action
               MOVE Jrnl-After-Flag  TO WS-Last-Flag
               MOVE Jrnl-After-Image TO WS-Last-Image
           ELSE
               IF WS-Next-Found = 'N'
                   MOVE 'Y' TO WS-Next-Found
                   MOVE Jrnl-Before-Flag  TO WS-Next-Flag
                   MOVE Jrnl-Before-Image TO WS-Next-Image
               END-IF
           END-IF
           .

      *> Work out and print the account as it stood on the date:
      *> the after-image of the last change on or before it; else
      *> the before-image of the first change after it; else, with
      *> nothing journaled either side, the master as it is now.
       Write-Account-State.
           MOVE SPACES TO Inquiry-Record
           WRITE Inquiry-Record
           MOVE SPACES TO Inquiry-Record
           STRING "Account as of " WS-As-Of-Date ":"
               DELIMITED BY SIZE INTO Inquiry-Record
           WRITE Inquiry-Record

           EVALUATE TRUE
               WHEN WS-Last-Found = 'Y'
                   MOVE WS-Last-Flag  TO WS-Show-Flag
                   MOVE WS-Last-Image TO WS-Show-Image
                   PERFORM Write-Account-Image
                   MOVE SPACES TO Inquiry-Record
                   STRING "  Last changed:  " WS-Last-Date " "
                       WS-Last-Time " " FUNCTION TRIM(WS-Last-Action)
                       " by " FUNCTION TRIM(WS-Last-Operator)
                       " source " FUNCTION TRIM(WS-Last-Source)
                       DELIMITED BY SIZE INTO Inquiry-Record
                   WRITE Inquiry-Record
                   IF WS-Last-Requester NOT = SPACES
                       MOVE SPACES TO Inquiry-Record
                       STRING "  Requested by:  " WS-Last-Requester
                           DELIMITED BY SIZE INTO Inquiry-Record
                       WRITE Inquiry-Record
                   END-IF
               WHEN WS-Next-Found = 'Y'
                   MOVE WS-Next-Flag  TO WS-Show-Flag
                   MOVE WS-Next-Image TO WS-Show-Image
                   PERFORM Write-Account-Image
                   MOVE "  Last changed:  before the journal began"
                       TO Inquiry-Record
                   WRITE Inquiry-Record
               WHEN OTHER
                   PERFORM Read-Current-Master
                   PERFORM Write-Account-Image
                   MOVE SPACES TO Inquiry-Record
                   STRING "  Last changed:  no journaled change - "
                       "current master record"
                       DELIMITED BY SIZE INTO Inquiry-Record
                   WRITE Inquiry-Record
           END-EVALUATE
           .

      *> No journal history either side of the date, so the master
      *> as it stands now is also how it stood then.
       Read-Current-Master.
           MOVE 'N' TO WS-Show-Flag
           MOVE SPACES TO WS-Show-Image
           OPEN INPUT Master-File
           IF WS-Master-File-Status = "00"
               MOVE WS-Select-Key TO Master-Key
               READ Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Show-Flag
                       MOVE Master-Record TO WS-Show-Image
               END-READ
               CLOSE Master-File
           END-IF
           .

      *> Print the account image in WS-Show-Image, or say there was
      *> no such account on the master at the time.
       Write-Account-Image.
           IF WS-Show-Flag NOT = 'Y'
               MOVE "  Not on the master." TO Inquiry-Record
               WRITE Inquiry-Record
           ELSE
               MOVE SPACES TO Inquiry-Record
               STRING "  Account name:  " WS-Show-Acct-Name
                   DELIMITED BY SIZE INTO Inquiry-Record
               WRITE Inquiry-Record
               MOVE SPACES TO Inquiry-Record
               STRING "  Account type:  " WS-Show-Acct-Type
                   DELIMITED BY SIZE INTO Inquiry-Record
               WRITE Inquiry-Record
               MOVE SPACES TO Inquiry-Record
               STRING "  Branch:        " WS-Show-Branch
                   DELIMITED BY SIZE INTO Inquiry-Record
               WRITE Inquiry-Record
               MOVE SPACES TO Inquiry-Record
               STRING "  Posting date:  " WS-Show-Post-Date
                   DELIMITED BY SIZE INTO Inquiry-Record
               WRITE Inquiry-Record
               MOVE SPACES TO Inquiry-Record
               STRING "  Status:        " WS-Show-Status
                   DELIMITED BY SIZE INTO Inquiry-Record
               WRITE Inquiry-Record
           END-IF
           .

       END PROGRAM MstrHist.
