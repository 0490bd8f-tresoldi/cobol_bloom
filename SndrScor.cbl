       IDENTIFICATION DIVISION.
       PROGRAM-ID. SndrScor.

      *> Monthly scorecard of the feed senders, one block per sender
      *> on the registry (and one for any sender id seen that is
      *> not): batches received and batches out of balance off the
      *> audit trail, rejects by reason and repairs made off the
      *> suspense file, and the duplicates raised against the
      *> sender's transactions off every catalogued filter's
      *> exceptions file - the hard numbers for the quarterly sender
      *> review.
      *>
      *> Run as:  SNDRSCOR [yyyymm]
      *> with the month defaulting to the current one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The sender registry - the senders the scorecard is laid out
      *> by, with their names and status.
           SELECT Sender-File ASSIGN TO "SNDRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sender-File-Status.

      *> The online audit trail, for the days of the month not yet
      *> rolled.
           SELECT Audit-Log ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

      *> The dated generations AudtRoll archives closed days to -
      *> AUDITLOG-<yyyymmdd>.DAT - one per day of the month.
           SELECT Archive-Log ASSIGN DYNAMIC WS-Archive-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Archive-Log-Status.

      *> The shared reject suspense file - rejects by reason, and
      *> the repairs SuspRepr has stamped on them.
           SELECT Suspense-File ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-File-Status.

      *> The filter catalog, for which exceptions files to read.
           SELECT Catalog-File ASSIGN TO "FLTRCTLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Catalog-File-Status.

      *> One catalogued filter's exceptions file at a time.
           SELECT Exceptions-File ASSIGN DYNAMIC WS-Exceptions-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exceptions-File-Status.

      *> The scorecard itself.
           SELECT Score-File ASSIGN TO "SCORERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Score-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sender-File.
           COPY SNDRREC.

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       FD  Archive-Log.
       01  Archive-Log-Record      PIC X(120).

       FD  Suspense-File.
           COPY SUSPREC.

       FD  Catalog-File.
           COPY CTLGREC.

       FD  Exceptions-File.
           COPY EXCPREC.

       FD  Score-File.
       01  Score-Record            PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-Sender-File-Status    PIC XX.
       01 WS-Audit-Log-Status      PIC XX.
       01 WS-Archive-Log-Status    PIC XX.
       01 WS-Suspense-File-Status  PIC XX.
       01 WS-Catalog-File-Status   PIC XX.
       01 WS-Exceptions-File-Status PIC XX.
       01 WS-Score-File-Status     PIC XX.
       01 WS-Archive-Filename      PIC X(40) VALUE SPACES.
       01 WS-Exceptions-Filename   PIC X(40) VALUE SPACES.

      *> The month being scored, off the command line or defaulted
      *> to the current one, and the day-number bounds of it for
      *> walking the dated audit generations.
       01 WS-Run-Parm              PIC X(20) VALUE SPACES.
       01 WS-Today                 PIC 9(8).
       01 WS-Score-Month           PIC X(6) VALUE SPACES.
       01 WS-Month-First           PIC 9(8).
       01 WS-Next-Month            PIC 9(8).
       01 WS-Next-Year             PIC 9(4).
       01 WS-Next-Mon              PIC 9(2).
       01 WS-Gen-Int               PIC 9(8).
       01 WS-Gen-End               PIC 9(8).
       01 WS-Gen-Date              PIC 9(8).

      *> A date off one of the inputs, with a character view so its
      *> month can be compared and a blank date class-tested.
       01 WS-Date-Work             PIC 9(8).
       01 WS-Date-X REDEFINES WS-Date-Work
                                   PIC X(8).

      *> Set to 'Y' once the respective input is exhausted.
       01 WS-Sender-EOF            PIC X VALUE 'N'.
       01 WS-Audit-EOF             PIC X VALUE 'N'.
       01 WS-Archive-EOF           PIC X VALUE 'N'.
       01 WS-Susp-EOF              PIC X VALUE 'N'.
       01 WS-Catalog-EOF           PIC X VALUE 'N'.
       01 WS-Excp-EOF              PIC X VALUE 'N'.

      *> Set to 'N' when SNDRREG.DAT is not on file - every sender
      *> is then reported as unregistered, and the scorecard says so.
       01 WS-Registry-Found        PIC X VALUE 'Y'.

      *> The audit line being scored, wherever it was read from, and
      *> its blank-delimited pieces: stamp, operator, FLT= tag,
      *> action and - on BATCH and OOBAL lines - the sender.
       01 WS-Audit-Line            PIC X(120).
       01 WS-Tok-Stamp             PIC X(20).
       01 WS-Tok-Operator          PIC X(10).
       01 WS-Tok-Filter            PIC X(30).
       01 WS-Tok-Action            PIC X(10).
       01 WS-Tok-Sender            PIC X(30).

      *> The catalogued filter names, tabled so the catalog is closed
      *> before each exceptions file is opened.
       01 WS-Max-Catalog           PIC 9(3) VALUE 50.
       01 WS-Catalog-Count         PIC 9(3) VALUE ZERO.
       01 Catalog-Table.
           05 Ctab-Name            PIC X(20) OCCURS 50 TIMES.
       01 WS-Catalog-Idx           PIC 9(3).

      *> One scorecard line per sender: the registry's senders in
      *> registry order, then any sender id met on the inputs that
      *> the registry does not know, in the order met. A blank
      *> sender id is scored as UNKNOWN.
       01 WS-Max-Senders           PIC 9(3) VALUE 200.
       01 WS-Sender-Count          PIC 9(3) VALUE ZERO.
       01 Score-Table.
           05 Sc-Entry OCCURS 200 TIMES.
               10 Sc-Id            PIC X(8).
               10 Sc-Name          PIC X(30).
               10 Sc-Status        PIC X(1).
               10 Sc-Registered    PIC X(1).
               10 Sc-Batches       PIC 9(5).
               10 Sc-Oobal         PIC 9(5).
               10 Sc-Rej-Empty     PIC 9(7).
               10 Sc-Rej-Long      PIC 9(7).
               10 Sc-Rej-Char      PIC 9(7).
               10 Sc-Rej-Amt       PIC 9(7).
               10 Sc-Rej-Brn       PIC 9(7).
               10 Sc-Rej-Date      PIC 9(7).
               10 Sc-Rej-Total     PIC 9(7).
               10 Sc-Repairs       PIC 9(7).
               10 Sc-Confirmed     PIC 9(7).
               10 Sc-Inbatch       PIC 9(7).
               10 Sc-Rekey         PIC 9(7).

      *> The sender id being scored, and the slot Find-Sender-Slot
      *> found or made for it - zero when the table is full.
       01 WS-Find-Id               PIC X(8).
       01 WS-Sender-Idx            PIC 9(3) VALUE ZERO.
       01 WS-Table-Full            PIC X VALUE 'N'.

      *> Edited fields for the scorecard lines.
       01 WS-Count-Ed              PIC Z(6)9.
       01 WS-Count2-Ed             PIC Z(6)9.

      *> Loop counter for the report.
       01 J                        PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM Resolve-Month
           PERFORM Load-Registry
           PERFORM Score-Audit-Trail
           PERFORM Score-Suspense
           PERFORM Score-Exceptions
           PERFORM Write-Scorecard

           DISPLAY "SNDRSCOR: " WS-Sender-Count
               " senders scored for " WS-Score-Month

           STOP RUN.

      *> Take the month off the command line - yyyymm - or default
      *> to the current month, and work out its first day and the
      *> day before the next month's first, for the generation walk.
       Resolve-Month.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           ACCEPT WS-Run-Parm FROM COMMAND-LINE
           IF WS-Run-Parm(1:6) IS NUMERIC
               AND WS-Run-Parm(7:14) = SPACES
               MOVE WS-Run-Parm(1:6) TO WS-Score-Month
           ELSE
               MOVE WS-Today TO WS-Date-Work
               MOVE WS-Date-X(1:6) TO WS-Score-Month
           END-IF

           MOVE SPACES TO WS-Date-X
           STRING WS-Score-Month "01"
               DELIMITED BY SIZE INTO WS-Date-X
           END-STRING
           MOVE WS-Date-Work TO WS-Month-First

           MOVE WS-Score-Month(1:4) TO WS-Next-Year
           MOVE WS-Score-Month(5:2) TO WS-Next-Mon
           IF WS-Next-Mon >= 12
               ADD 1 TO WS-Next-Year
               MOVE 1 TO WS-Next-Mon
           ELSE
               ADD 1 TO WS-Next-Mon
           END-IF
           COMPUTE WS-Next-Month =
               WS-Next-Year * 10000 + WS-Next-Mon * 100 + 1
           .

      *> Lay the scorecard out by the registry: one slot per sender
      *> on it, in registry order. A missing registry leaves the
      *> table to fill from the inputs as sender ids are met.
       Load-Registry.
           MOVE 'N' TO WS-Sender-EOF
           OPEN INPUT Sender-File
           IF WS-Sender-File-Status NOT = "00"
               MOVE 'N' TO WS-Registry-Found
           ELSE
               PERFORM UNTIL WS-Sender-EOF = 'Y'
                       OR WS-Sender-Count >= WS-Max-Senders
                   READ Sender-File
                       AT END SET WS-Sender-EOF TO 'Y'
                   END-READ
                   IF WS-Sender-EOF NOT = 'Y'
                       AND Sndr-Id NOT = SPACES
                       ADD 1 TO WS-Sender-Count
                       INITIALIZE Sc-Entry(WS-Sender-Count)
                       MOVE Sndr-Id TO Sc-Id(WS-Sender-Count)
                       MOVE Sndr-Name TO Sc-Name(WS-Sender-Count)
                       MOVE Sndr-Status TO Sc-Status(WS-Sender-Count)
                       MOVE 'Y' TO Sc-Registered(WS-Sender-Count)
                   END-IF
               END-PERFORM
               CLOSE Sender-File
           END-IF
           .

      *> Find the scorecard slot for the sender id in WS-Find-Id,
      *> opening one for an id the registry does not know. A blank
      *> id is scored as UNKNOWN.
       Find-Sender-Slot.
           IF WS-Find-Id = SPACES
               MOVE "UNKNOWN" TO WS-Find-Id
           END-IF
           MOVE ZERO TO WS-Sender-Idx
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Sender-Count OR WS-Sender-Idx > 0
               IF Sc-Id(J) = WS-Find-Id
                   MOVE J TO WS-Sender-Idx
               END-IF
           END-PERFORM

           IF WS-Sender-Idx = 0
               IF WS-Sender-Count < WS-Max-Senders
                   ADD 1 TO WS-Sender-Count
                   INITIALIZE Sc-Entry(WS-Sender-Count)
                   MOVE WS-Find-Id TO Sc-Id(WS-Sender-Count)
                   MOVE 'N' TO Sc-Registered(WS-Sender-Count)
                   MOVE WS-Sender-Count TO WS-Sender-Idx
               ELSE
                   MOVE 'Y' TO WS-Table-Full
               END-IF
           END-IF
           .

      *> Batches received and batches out of balance, off the BATCH
      *> and OOBAL lines of every day of the month: the dated
      *> generations for the days already rolled, then the online
      *> log for the days not yet.
       Score-Audit-Trail.
           COMPUTE WS-Gen-Int =
               FUNCTION INTEGER-OF-DATE(WS-Month-First)
           COMPUTE WS-Gen-End =
               FUNCTION INTEGER-OF-DATE(WS-Next-Month) - 1
           PERFORM UNTIL WS-Gen-Int > WS-Gen-End
               COMPUTE WS-Gen-Date =
                   FUNCTION DATE-OF-INTEGER(WS-Gen-Int)
               PERFORM Score-One-Generation
               ADD 1 TO WS-Gen-Int
           END-PERFORM

           MOVE 'N' TO WS-Audit-EOF
           OPEN INPUT Audit-Log
           IF WS-Audit-Log-Status = "00"
               PERFORM UNTIL WS-Audit-EOF = 'Y'
                   READ Audit-Log INTO WS-Audit-Line
                       AT END SET WS-Audit-EOF TO 'Y'
                   END-READ
                   IF WS-Audit-EOF NOT = 'Y'
                       PERFORM Score-Audit-Entry
                   END-IF
               END-PERFORM
               CLOSE Audit-Log
           END-IF
           .

      *> Score one day's generation, if it exists.
       Score-One-Generation.
           MOVE SPACES TO WS-Archive-Filename
           STRING "AUDITLOG-" WS-Gen-Date ".DAT"
               DELIMITED BY SIZE INTO WS-Archive-Filename
           END-STRING

           MOVE 'N' TO WS-Archive-EOF
           OPEN INPUT Archive-Log
           IF WS-Archive-Log-Status = "00"
               PERFORM UNTIL WS-Archive-EOF = 'Y'
                   READ Archive-Log INTO WS-Audit-Line
                       AT END SET WS-Archive-EOF TO 'Y'
                   END-READ
                   IF WS-Archive-EOF NOT = 'Y'
                       PERFORM Score-Audit-Entry
                   END-IF
               END-PERFORM
               CLOSE Archive-Log
           END-IF
           .

      *> Break the audit line into its pieces and count it against
      *> its sender when it is a BATCH or OOBAL line dated in the
      *> month. An OOBAL line written before the sender was carried
      *> on it reads "OOBAL batch out of balance ..." and names no
      *> sender, so it counts under UNKNOWN.
       Score-Audit-Entry.
           MOVE SPACES TO WS-Tok-Stamp WS-Tok-Operator
               WS-Tok-Filter WS-Tok-Action WS-Tok-Sender
           UNSTRING WS-Audit-Line DELIMITED BY ALL " "
               INTO WS-Tok-Stamp WS-Tok-Operator WS-Tok-Filter
                   WS-Tok-Action WS-Tok-Sender
           END-UNSTRING

           IF WS-Tok-Action = "OOBAL"
               AND WS-Tok-Sender = "batch"
               MOVE "UNKNOWN" TO WS-Tok-Sender
           END-IF

           IF WS-Tok-Stamp(1:6) = WS-Score-Month
               AND (WS-Tok-Action = "BATCH"
                   OR WS-Tok-Action = "OOBAL")
               MOVE WS-Tok-Sender(1:8) TO WS-Find-Id
               PERFORM Find-Sender-Slot
               IF WS-Sender-Idx > 0
                   IF WS-Tok-Action = "BATCH"
                       ADD 1 TO Sc-Batches(WS-Sender-Idx)
                   ELSE
                       ADD 1 TO Sc-Oobal(WS-Sender-Idx)
                   END-IF
               END-IF
           END-IF
           .

      *> Rejects raised in the month, by reason, and repairs made in
      *> the month, both against the sender the reject came in
      *> under. Items written before the suspense file carried a
      *> repair date have none to count by.
       Score-Suspense.
           MOVE 'N' TO WS-Susp-EOF
           OPEN INPUT Suspense-File
           IF WS-Suspense-File-Status = "00"
               PERFORM UNTIL WS-Susp-EOF = 'Y'
                   READ Suspense-File
                       AT END SET WS-Susp-EOF TO 'Y'
                   END-READ
                   IF WS-Susp-EOF NOT = 'Y'
                       PERFORM Score-One-Suspense-Item
                   END-IF
               END-PERFORM
               CLOSE Suspense-File
           END-IF
           .

      *> Count one suspense item against its sender.
       Score-One-Suspense-Item.
           MOVE Susp-Sender TO WS-Find-Id
           MOVE Susp-Date TO WS-Date-Work
           IF WS-Date-X(1:6) = WS-Score-Month
               PERFORM Find-Sender-Slot
               IF WS-Sender-Idx > 0
                   ADD 1 TO Sc-Rej-Total(WS-Sender-Idx)
                   EVALUATE Susp-Reason
                       WHEN "EMPTY"
                           ADD 1 TO Sc-Rej-Empty(WS-Sender-Idx)
                       WHEN "TOOLONG"
                           ADD 1 TO Sc-Rej-Long(WS-Sender-Idx)
                       WHEN "BADAMT"
                           ADD 1 TO Sc-Rej-Amt(WS-Sender-Idx)
                       WHEN "BADBRNCH"
                           ADD 1 TO Sc-Rej-Brn(WS-Sender-Idx)
                       WHEN "BADDATE"
                           ADD 1 TO Sc-Rej-Date(WS-Sender-Idx)
                       WHEN "BADCHAR"
                           ADD 1 TO Sc-Rej-Char(WS-Sender-Idx)
                   END-EVALUATE
               END-IF
           END-IF

           MOVE Susp-Sender TO WS-Find-Id
           IF Susp-Status = "C"
               AND Susp-Corr-Date IS NUMERIC
               MOVE Susp-Corr-Date TO WS-Date-Work
               IF WS-Date-X(1:6) = WS-Score-Month
                   PERFORM Find-Sender-Slot
                   IF WS-Sender-Idx > 0
                       ADD 1 TO Sc-Repairs(WS-Sender-Idx)
                   END-IF
               END-IF
           END-IF
           .

      *> Duplicates raised in the month against each sender's
      *> transactions, off the exceptions file of every filter on
      *> the catalog. Counted by the date the exception was raised,
      *> not the account's posting date.
       Score-Exceptions.
           MOVE 'N' TO WS-Catalog-EOF
           OPEN INPUT Catalog-File
           IF WS-Catalog-File-Status = "00"
               PERFORM UNTIL WS-Catalog-EOF = 'Y'
                       OR WS-Catalog-Count >= WS-Max-Catalog
                   READ Catalog-File
                       AT END SET WS-Catalog-EOF TO 'Y'
                   END-READ
                   IF WS-Catalog-EOF NOT = 'Y'
                       ADD 1 TO WS-Catalog-Count
                       MOVE Ctlg-Filter-Name
                           TO Ctab-Name(WS-Catalog-Count)
                   END-IF
               END-PERFORM
               CLOSE Catalog-File
           END-IF

           PERFORM VARYING WS-Catalog-Idx FROM 1 BY 1
                   UNTIL WS-Catalog-Idx > WS-Catalog-Count
               MOVE SPACES TO WS-Exceptions-Filename
               STRING "EXCPOUT-"
                   FUNCTION TRIM(Ctab-Name(WS-Catalog-Idx)) ".DAT"
                   DELIMITED BY SIZE INTO WS-Exceptions-Filename
               END-STRING
               MOVE 'N' TO WS-Excp-EOF
               OPEN INPUT Exceptions-File
               IF WS-Exceptions-File-Status = "00"
                   PERFORM UNTIL WS-Excp-EOF = 'Y'
                       READ Exceptions-File
                           AT END SET WS-Excp-EOF TO 'Y'
                       END-READ
                       IF WS-Excp-EOF NOT = 'Y'
                           PERFORM Score-One-Exception
                       END-IF
                   END-PERFORM
                   CLOSE Exceptions-File
               END-IF
           END-PERFORM
           .

      *> Count one exception line against its sender, by reason.
       Score-One-Exception.
           IF Exception-Confirm-Date IS NUMERIC
               MOVE Exception-Confirm-Date TO WS-Date-Work
               IF WS-Date-X(1:6) = WS-Score-Month
                   MOVE Exception-Sender TO WS-Find-Id
                   PERFORM Find-Sender-Slot
                   IF WS-Sender-Idx > 0
                       EVALUATE Exception-Reason
                           WHEN "CONFIRMED DUPLICATE"
                               ADD 1 TO Sc-Confirmed(WS-Sender-Idx)
                           WHEN "IN-BATCH DUPLICATE"
                               ADD 1 TO Sc-Inbatch(WS-Sender-Idx)
                           WHEN "SUSPECT REKEY"
                               ADD 1 TO Sc-Rekey(WS-Sender-Idx)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF
           .

      *> Write the scorecard: one block per sender.
       Write-Scorecard.
           OPEN OUTPUT Score-File

           MOVE "Sender Monthly Scorecard" TO Score-Record
           WRITE Score-Record

           MOVE SPACES TO Score-Record
           STRING "Month: " WS-Score-Month
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           IF WS-Registry-Found = 'N'
               MOVE SPACES TO Score-Record
               STRING "WARNING: no sender registry on file - every"
                   " sender shown as not registered"
                   DELIMITED BY SIZE INTO Score-Record
               WRITE Score-Record
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Sender-Count
               PERFORM Write-Sender-Block
           END-PERFORM

           MOVE SPACES TO Score-Record
           WRITE Score-Record

           MOVE WS-Sender-Count TO WS-Count-Ed
           MOVE SPACES TO Score-Record
           STRING "Senders reported: " WS-Count-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           MOVE SPACES TO Score-Record
           STRING "Duplicates are counted from the filters on the"
               " catalog - retired filters are not included"
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           IF WS-Table-Full = 'Y'
               MOVE SPACES TO Score-Record
               STRING "WARNING: more senders than the scorecard"
                   " holds - some were not counted"
                   DELIMITED BY SIZE INTO Score-Record
               WRITE Score-Record
           END-IF

           CLOSE Score-File
           .

      *> One sender's block of figures.
       Write-Sender-Block.
           MOVE SPACES TO Score-Record
           WRITE Score-Record

           MOVE SPACES TO Score-Record
           EVALUATE TRUE
               WHEN Sc-Registered(J) = 'N'
                   STRING "Sender: " Sc-Id(J)
                       "  *** NOT ON SENDER REGISTRY ***"
                       DELIMITED BY SIZE INTO Score-Record
               WHEN Sc-Status(J) = "A"
                   STRING "Sender: " Sc-Id(J) "  " Sc-Name(J)
                       DELIMITED BY SIZE INTO Score-Record
               WHEN OTHER
                   STRING "Sender: " Sc-Id(J) "  " Sc-Name(J)
                       "  (inactive)"
                       DELIMITED BY SIZE INTO Score-Record
           END-EVALUATE
           WRITE Score-Record

           MOVE Sc-Batches(J) TO WS-Count-Ed
           MOVE Sc-Oobal(J) TO WS-Count2-Ed
           MOVE SPACES TO Score-Record
           STRING "  Batches received:     " WS-Count-Ed
               "   Out of balance:   " WS-Count2-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           MOVE Sc-Rej-Total(J) TO WS-Count-Ed
           MOVE Sc-Repairs(J) TO WS-Count2-Ed
           MOVE SPACES TO Score-Record
           STRING "  Rejects:              " WS-Count-Ed
               "   Repaired:         " WS-Count2-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           MOVE Sc-Rej-Empty(J) TO WS-Count-Ed
           MOVE Sc-Rej-Long(J) TO WS-Count2-Ed
           MOVE SPACES TO Score-Record
           STRING "    EMPTY:              " WS-Count-Ed
               "   TOOLONG:          " WS-Count2-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           MOVE Sc-Rej-Char(J) TO WS-Count-Ed
           MOVE Sc-Rej-Amt(J) TO WS-Count2-Ed
           MOVE SPACES TO Score-Record
           STRING "    BADCHAR:            " WS-Count-Ed
               "   BADAMT:           " WS-Count2-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           MOVE Sc-Rej-Brn(J) TO WS-Count-Ed
           MOVE Sc-Rej-Date(J) TO WS-Count2-Ed
           MOVE SPACES TO Score-Record
           STRING "    BADBRNCH:           " WS-Count-Ed
               "   BADDATE:          " WS-Count2-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           MOVE Sc-Confirmed(J) TO WS-Count-Ed
           MOVE Sc-Inbatch(J) TO WS-Count2-Ed
           MOVE SPACES TO Score-Record
           STRING "  Confirmed duplicates: " WS-Count-Ed
               "   In-batch repeats: " WS-Count2-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record

           MOVE Sc-Rekey(J) TO WS-Count-Ed
           MOVE SPACES TO Score-Record
           STRING "  Suspect re-keys:      " WS-Count-Ed
               DELIMITED BY SIZE INTO Score-Record
           WRITE Score-Record
           .

       END PROGRAM SndrScor.
