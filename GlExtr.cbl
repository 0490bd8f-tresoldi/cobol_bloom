       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlExtr.

      *> General-ledger reversal extract: every REVERSED disposition
      *> on EXCPDISP.DAT not yet extracted is joined back to its
      *> exception on the filter's EXCPOUT file - on the key, filter
      *> and posting-date triplet the disposition was recorded
      *> against - and its transaction amount and branch become a
      *> balanced pair of journal entries on a GL interface file,
      *> instead of being keyed into the ledger by hand off the
      *> worksheet. Extracted items are marked on the disposition
      *> file so a rerun never posts the same reversal twice, and
      *> the control report ties what has been reversed for each
      *> filter to the confirmed duplicate amount on that filter's
      *> RPTOUT summary, for finance to reconcile recoveries against
      *> the value at risk.
      *>
      *> Run as:  GLEXTR

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The shared disposition file written by ExcpDisp, rewritten
      *> whole with the extracted items marked.
           SELECT Disp-File ASSIGN TO "EXCPDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disp-File-Status.

      *> One filter's cumulative exceptions file at a time, for the
      *> amount and branch of the reversed transactions.
           SELECT Exceptions-File ASSIGN DYNAMIC WS-Exceptions-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exceptions-File-Status.

      *> One filter's summary report at a time, for its confirmed
      *> duplicate amount.
           SELECT Rpt-File ASSIGN DYNAMIC WS-Rpt-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rpt-File-Status.

      *> The GL interface file, one per extract run, named by the
      *> run's batch id so no run ever overwrites another's.
           SELECT Gl-File ASSIGN DYNAMIC WS-Gl-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Gl-File-Status.

      *> Control report of the extract and the value-at-risk tie.
           SELECT Control-File ASSIGN TO "GLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-File-Status.

      *> Append-only audit trail shared with the rest of the system.
           SELECT Audit-Log ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Disp-File.
           COPY DISPREC.

       FD  Exceptions-File.
           COPY EXCPREC.

       FD  Rpt-File.
       01  Rpt-Record              PIC X(80).

       FD  Gl-File.
           COPY GLINTREC.

       FD  Control-File.
       01  Control-Record          PIC X(100).

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Disp-File-Status      PIC XX.
       01 WS-Exceptions-File-Status PIC XX.
       01 WS-Rpt-File-Status       PIC XX.
       01 WS-Gl-File-Status        PIC XX.
       01 WS-Control-File-Status   PIC XX.
       01 WS-Audit-Log-Status      PIC XX.
       01 WS-Exceptions-Filename   PIC X(40) VALUE SPACES.
       01 WS-Rpt-Filename          PIC X(40) VALUE SPACES.
       01 WS-Gl-Filename           PIC X(40) VALUE SPACES.

      *> Who ran the extract, and when - the date and time make the
      *> batch id stamped on every interface record.
       01 WS-Operator-Id           PIC X(8) VALUE SPACES.
       01 WS-Run-Date              PIC 9(8).
       01 WS-Run-Time              PIC 9(8).
       01 WS-Batch-Id              PIC X(15) VALUE SPACES.
       01 WS-Audit-Date            PIC 9(8).
       01 WS-Audit-Time            PIC 9(8).

      *> The ledger accounts a reversal posts to, at the branch the
      *> duplicate transaction originated from: the duplicate
      *> recovery account is debited with the reversed amount, and
      *> the branch clearing account takes the offsetting credit.
       01 WS-Gl-Recovery-Acct      PIC X(10) VALUE "2895000000".
       01 WS-Gl-Clearing-Acct      PIC X(10) VALUE "1890000000".

      *> Set to 'Y' once the respective input is exhausted.
       01 WS-Disp-EOF              PIC X VALUE 'N'.
       01 WS-Excp-EOF              PIC X VALUE 'N'.
       01 WS-Rpt-EOF               PIC X VALUE 'N'.

      *> The disposition file, tabled so the whole file can be
      *> rewritten with the extracted items marked, and so each
      *> REVERSED item can carry the amount and branch its
      *> exception is found with.
       01 WS-Max-Disp              PIC 9(5) VALUE 10000.
       01 WS-Disp-Count            PIC 9(5) VALUE ZERO.
       01 Disp-Table.
           05 Dtab-Entry OCCURS 10000 TIMES.
               10 Dtab-Key         PIC X(20).
               10 Dtab-Filter      PIC X(20).
               10 Dtab-Post-Date   PIC 9(8).
               10 Dtab-Code        PIC X(10).
               10 Dtab-Date        PIC 9(8).
               10 Dtab-Time        PIC 9(8).
               10 Dtab-Operator    PIC X(8).
               10 Dtab-Extract-Flag PIC X(1).
               10 Dtab-Extract-Date PIC 9(8).
               10 Dtab-Found       PIC X(1).
               10 Dtab-This-Run    PIC X(1).
               10 Dtab-Reason      PIC X(30).
               10 Dtab-Amount      PIC 9(10)V99.
               10 Dtab-Branch      PIC X(5).
               10 Dtab-Last-Confirm PIC 9(8).

      *> Set to 'Y' when the disposition file held more records than
      *> the table - the run is then refused before anything is
      *> extracted, because a partial rewrite would drop the
      *> untabled dispositions.
       01 WS-Disp-Truncated        PIC X VALUE 'N'.

      *> The filters with REVERSED dispositions, and what each one's
      *> reversals add up to, for the value-at-risk tie: reversed to
      *> date (this run included) split into master-confirmed
      *> duplicates and the rest, this run's share, and the
      *> confirmed duplicate amount off the filter's summary. The
      *> summary covers only the filter's last run, so it is tied
      *> against the confirmed duplicates that run raised alone:
      *> Last-Confirm is the latest confirmation date among the
      *> filter's CONFIRMED DUPLICATE exceptions - the run the
      *> summary describes - and Tie-Tot the reversals of those.
      *> Rpt-Check is 'Y' when that summary came from a check-only
      *> run, which is not tied at all.
       01 WS-Max-Filters           PIC 9(3) VALUE 200.
       01 WS-Filter-Count          PIC 9(3) VALUE ZERO.
       01 Filter-Table.
           05 Ftab-Entry OCCURS 200 TIMES.
               10 Ftab-Name        PIC X(20).
               10 Ftab-Confirmed-Tot PIC 9(13)V99.
               10 Ftab-Other-Tot   PIC 9(13)V99.
               10 Ftab-Run-Tot     PIC 9(13)V99.
               10 Ftab-Rpt-Found   PIC X(1).
               10 Ftab-At-Risk     PIC 9(13)V99.
               10 Ftab-Rpt-Check   PIC X(1).
               10 Ftab-Last-Confirm PIC 9(8).
               10 Ftab-Tie-Tot     PIC 9(13)V99.
       01 WS-Filter-Idx            PIC 9(3).
       01 WS-Filter-Known          PIC X VALUE 'N'.
       01 WS-Filter-Overflow       PIC X VALUE 'N'.

      *> Set to 'Y' once the interface file has been opened and its
      *> header written - it is only created when there is
      *> something to post.
       01 WS-Gl-Open               PIC X VALUE 'N'.

      *> Set to 'N' when the disposition file could not be written
      *> back after the interface file was closed: the entries are
      *> posted but carry no extract mark, and a rerun would post
      *> them a second time.
       01 WS-Marks-Saved           PIC X VALUE 'Y'.

      *> Counts and totals for the trailer and the control report.
       01 WS-Reversed-Pending      PIC 9(7) VALUE ZERO.
       01 WS-Items-Extracted       PIC 9(7) VALUE ZERO.
       01 WS-Items-Unmatched       PIC 9(7) VALUE ZERO.
       01 WS-Items-Unpostable      PIC 9(7) VALUE ZERO.
       01 WS-Entry-Seq             PIC 9(7) VALUE ZERO.
       01 WS-Debit-Tot             PIC 9(13)V99 VALUE ZERO.
       01 WS-Credit-Tot            PIC 9(13)V99 VALUE ZERO.

      *> The summary line the value at risk is read off, and where
      *> its figure starts.
       01 WS-Rpt-Label             PIC X(28)
                                   VALUE "Confirmed duplicate amount: ".
       01 WS-Diff                  PIC S9(13)V99.

      *> Edited fields used to format the control report lines.
       01 WS-Count-Ed              PIC Z(6)9.
       01 WS-Amount-Ed             PIC Z(12)9.99.
       01 WS-Amount2-Ed            PIC Z(12)9.99.
       01 WS-Diff-Ed               PIC -Z(12)9.99.
       01 WS-Date-Ed               PIC 9(8).

      *> Loop counter for the table scans.
       01 J                        PIC 9(5).

       PROCEDURE DIVISION.
           ACCEPT WS-Operator-Id FROM ENVIRONMENT "USER"
           IF WS-Operator-Id = SPACES
               MOVE "BATCH" TO WS-Operator-Id
           END-IF

           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME
           MOVE SPACES TO WS-Batch-Id
           STRING WS-Run-Date "-" WS-Run-Time(1:6)
               DELIMITED BY SIZE INTO WS-Batch-Id
           END-STRING

           PERFORM Load-Dispositions

      *> A disposition file too big for the work table cannot be
      *> rewritten whole, so nothing is extracted at all - posting
      *> reversals but losing the untabled tail of the file would
      *> both drop dispositions and leave the extract marks unsaved.
           IF WS-Disp-Truncated = 'Y'
               DISPLAY "GLEXTR: disposition file overflows the work "
                   "table - nothing extracted"
               PERFORM Write-Control-Report
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM Join-Exceptions
           PERFORM Extract-Reversals

           IF WS-Gl-Open = 'Y'
               PERFORM Close-Gl-File
               PERFORM Rewrite-Dispositions
               PERFORM Write-Extract-Audit
           END-IF

           PERFORM Load-Value-At-Risk
           PERFORM Write-Control-Report

           DISPLAY "GLEXTR: " WS-Items-Extracted " of "
               WS-Reversed-Pending " pending reversals extracted"

           IF WS-Marks-Saved = 'N'
               MOVE 12 TO RETURN-CODE
           END-IF

           STOP RUN.

      *> Table the disposition file. Records written before the
      *> extract mark existed carry spaces there; they table as not
      *> extracted with a zero extract date. A missing file is
      *> simply nothing to extract.
       Load-Dispositions.
           MOVE 'N' TO WS-Disp-EOF
           OPEN INPUT Disp-File
           IF WS-Disp-File-Status = "00"
               PERFORM UNTIL WS-Disp-EOF = 'Y'
                       OR WS-Disp-Count >= WS-Max-Disp
                   READ Disp-File
                       AT END SET WS-Disp-EOF TO 'Y'
                   END-READ
                   IF WS-Disp-EOF NOT = 'Y'
                       ADD 1 TO WS-Disp-Count
                       PERFORM Table-One-Disposition
                   END-IF
               END-PERFORM

      *> Table full - peek one more record to tell truncation apart
      *> from genuine end of file, the way the loaders in
      *> BloomFilter do.
               IF WS-Disp-EOF NOT = 'Y'
                   READ Disp-File
                       AT END SET WS-Disp-EOF TO 'Y'
                   END-READ
                   IF WS-Disp-EOF NOT = 'Y'
                       MOVE 'Y' TO WS-Disp-Truncated
                   END-IF
               END-IF

               CLOSE Disp-File
           END-IF
           .

      *> Copy the disposition just read into the next table slot,
      *> and note its filter when it is a reversal.
       Table-One-Disposition.
           INITIALIZE Dtab-Entry(WS-Disp-Count)
           MOVE Disp-Key TO Dtab-Key(WS-Disp-Count)
           MOVE Disp-Filter-Name TO Dtab-Filter(WS-Disp-Count)
           MOVE Disp-Post-Date TO Dtab-Post-Date(WS-Disp-Count)
           MOVE Disp-Code TO Dtab-Code(WS-Disp-Count)
           MOVE Disp-Date TO Dtab-Date(WS-Disp-Count)
           MOVE Disp-Time TO Dtab-Time(WS-Disp-Count)
           MOVE Disp-Operator TO Dtab-Operator(WS-Disp-Count)
           IF Disp-Extract-Flag = 'Y'
               MOVE 'Y' TO Dtab-Extract-Flag(WS-Disp-Count)
           ELSE
               MOVE 'N' TO Dtab-Extract-Flag(WS-Disp-Count)
           END-IF
           IF Disp-Extract-Date IS NUMERIC
               MOVE Disp-Extract-Date
                   TO Dtab-Extract-Date(WS-Disp-Count)
           ELSE
               MOVE ZERO TO Dtab-Extract-Date(WS-Disp-Count)
           END-IF
           MOVE 'N' TO Dtab-Found(WS-Disp-Count)
           MOVE 'N' TO Dtab-This-Run(WS-Disp-Count)

           IF Disp-Code = "REVERSED"
               PERFORM Note-Reversed-Filter
               IF Dtab-Extract-Flag(WS-Disp-Count) NOT = 'Y'
                   ADD 1 TO WS-Reversed-Pending
               END-IF
           END-IF
           .

      *> Add the reversal's filter to the filter table if it is not
      *> there already.
       Note-Reversed-Filter.
           MOVE 'N' TO WS-Filter-Known
           PERFORM VARYING WS-Filter-Idx FROM 1 BY 1
                   UNTIL WS-Filter-Idx > WS-Filter-Count
                      OR WS-Filter-Known = 'Y'
               IF Ftab-Name(WS-Filter-Idx) = Disp-Filter-Name
                   MOVE 'Y' TO WS-Filter-Known
               END-IF
           END-PERFORM

           IF WS-Filter-Known = 'N'
               IF WS-Filter-Count < WS-Max-Filters
                   ADD 1 TO WS-Filter-Count
                   INITIALIZE Ftab-Entry(WS-Filter-Count)
                   MOVE Disp-Filter-Name TO Ftab-Name(WS-Filter-Count)
                   MOVE 'N' TO Ftab-Rpt-Found(WS-Filter-Count)
                   MOVE 'N' TO Ftab-Rpt-Check(WS-Filter-Count)
               ELSE
                   MOVE 'Y' TO WS-Filter-Overflow
               END-IF
           END-IF
           .

      *> Read each reversed filter's exceptions file once, finding
      *> the exception every REVERSED disposition of that filter was
      *> recorded against. The file is appended in run order, so
      *> the first line found for a triplet is the night it was
      *> first raised; later nights re-confirming it carry the same
      *> transaction.
       Join-Exceptions.
           PERFORM VARYING WS-Filter-Idx FROM 1 BY 1
                   UNTIL WS-Filter-Idx > WS-Filter-Count
               MOVE SPACES TO WS-Exceptions-Filename
               STRING "EXCPOUT-"
                   FUNCTION TRIM(Ftab-Name(WS-Filter-Idx)) ".DAT"
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
                           PERFORM Match-One-Exception
                       END-IF
                   END-PERFORM
                   CLOSE Exceptions-File
               END-IF
           END-PERFORM
           .

      *> Hand the exception line just read to every REVERSED
      *> disposition of this filter it identifies that has not yet
      *> been matched. A CONFIRMED DUPLICATE line also advances the
      *> filter's latest confirmation date, and the latest date
      *> each disposition's triplet was confirmed on - a later
      *> night re-confirming the same triplet counts for that night.
       Match-One-Exception.
           IF Exception-Reason = "CONFIRMED DUPLICATE"
               AND Exception-Confirm-Date IS NUMERIC
               AND Exception-Confirm-Date
                   > Ftab-Last-Confirm(WS-Filter-Idx)
               MOVE Exception-Confirm-Date
                   TO Ftab-Last-Confirm(WS-Filter-Idx)
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Disp-Count
               IF Dtab-Code(J) = "REVERSED"
                   AND Exception-Reason = "CONFIRMED DUPLICATE"
                   AND Exception-Confirm-Date IS NUMERIC
                   AND Dtab-Filter(J) = Ftab-Name(WS-Filter-Idx)
                   AND Dtab-Key(J) = Exception-Number
                   AND Dtab-Post-Date(J) = Exception-Post-Date
                   AND Exception-Confirm-Date > Dtab-Last-Confirm(J)
                   MOVE Exception-Confirm-Date TO Dtab-Last-Confirm(J)
               END-IF
               IF Dtab-Code(J) = "REVERSED"
                   AND Dtab-Found(J) = 'N'
                   AND Dtab-Filter(J) = Ftab-Name(WS-Filter-Idx)
                   AND Dtab-Key(J) = Exception-Number
                   AND Dtab-Post-Date(J) = Exception-Post-Date
                   MOVE 'Y' TO Dtab-Found(J)
                   MOVE Exception-Reason TO Dtab-Reason(J)
                   MOVE Exception-Tran-Branch TO Dtab-Branch(J)
                   IF Exception-Tran-Amount IS NUMERIC
                       MOVE Exception-Tran-Amount TO Dtab-Amount(J)
                   ELSE
                       MOVE ZERO TO Dtab-Amount(J)
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Post every REVERSED disposition not yet extracted whose
      *> exception was found with an amount and a branch to post
      *> at, and fold every reversal - extracted before or now -
      *> into its filter's totals for the value-at-risk tie. An
      *> item whose exception is no longer on file, or came off a
      *> legacy bare-key record with no amount or branch, cannot be
      *> posted: it is listed on the control report and left
      *> unextracted, to be keyed by hand or picked up once fixed.
       Extract-Reversals.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Disp-Count
               IF Dtab-Code(J) = "REVERSED"
                   IF Dtab-Extract-Flag(J) NOT = 'Y'
                       EVALUATE TRUE
                           WHEN Dtab-Found(J) = 'N'
                               ADD 1 TO WS-Items-Unmatched
                           WHEN Dtab-Amount(J) = ZERO
                               OR Dtab-Branch(J) = SPACES
                               ADD 1 TO WS-Items-Unpostable
                           WHEN OTHER
                               PERFORM Post-One-Reversal
                       END-EVALUATE
                   END-IF
                   IF Dtab-Extract-Flag(J) = 'Y'
                       PERFORM Add-To-Filter-Totals
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Write the balanced pair of entries for one reversal and
      *> mark it extracted.
       Post-One-Reversal.
           IF WS-Gl-Open = 'N'
               PERFORM Open-Gl-File
           END-IF

           MOVE SPACES TO Gl-Entry-Record
           MOVE "D" TO Gle-Type
           MOVE WS-Batch-Id TO Gle-Batch-Id
           ADD 1 TO WS-Entry-Seq
           MOVE WS-Entry-Seq TO Gle-Seq
           MOVE WS-Gl-Recovery-Acct TO Gle-Account
           MOVE Dtab-Branch(J) TO Gle-Branch
           MOVE "D" TO Gle-Dr-Cr
           MOVE Dtab-Amount(J) TO Gle-Amount
           MOVE WS-Run-Date TO Gle-Value-Date
           MOVE Dtab-Key(J) TO Gle-Reference
           MOVE Dtab-Filter(J) TO Gle-Filter-Name
           MOVE Dtab-Post-Date(J) TO Gle-Post-Date
           WRITE Gl-Entry-Record
           ADD Dtab-Amount(J) TO WS-Debit-Tot

           ADD 1 TO WS-Entry-Seq
           MOVE WS-Entry-Seq TO Gle-Seq
           MOVE WS-Gl-Clearing-Acct TO Gle-Account
           MOVE "C" TO Gle-Dr-Cr
           WRITE Gl-Entry-Record
           ADD Dtab-Amount(J) TO WS-Credit-Tot

           MOVE 'Y' TO Dtab-Extract-Flag(J)
           MOVE WS-Run-Date TO Dtab-Extract-Date(J)
           MOVE 'Y' TO Dtab-This-Run(J)
           ADD 1 TO WS-Items-Extracted
           .

      *> Add an extracted reversal to its filter's totals - the
      *> master-confirmed duplicates apart from the in-batch repeats
      *> and suspect re-keys, since only the former make up the
      *> summary's confirmed duplicate amount. An item extracted by
      *> an earlier run whose exception has since gone from the
      *> file has no amount to add and is left out. A confirmed
      *> duplicate the filter's last run confirmed also goes to
      *> the tie total set against that run's summary.
       Add-To-Filter-Totals.
           MOVE 'N' TO WS-Filter-Known
           PERFORM VARYING WS-Filter-Idx FROM 1 BY 1
                   UNTIL WS-Filter-Idx > WS-Filter-Count
                      OR WS-Filter-Known = 'Y'
               IF Ftab-Name(WS-Filter-Idx) = Dtab-Filter(J)
                   MOVE 'Y' TO WS-Filter-Known
                   IF Dtab-Reason(J) = "CONFIRMED DUPLICATE"
                       ADD Dtab-Amount(J)
                           TO Ftab-Confirmed-Tot(WS-Filter-Idx)
                       IF Dtab-Last-Confirm(J) > ZERO
                           AND Dtab-Last-Confirm(J)
                               = Ftab-Last-Confirm(WS-Filter-Idx)
                           ADD Dtab-Amount(J)
                               TO Ftab-Tie-Tot(WS-Filter-Idx)
                       END-IF
                   ELSE
                       ADD Dtab-Amount(J)
                           TO Ftab-Other-Tot(WS-Filter-Idx)
                   END-IF
                   IF Dtab-This-Run(J) = 'Y'
                       ADD Dtab-Amount(J)
                           TO Ftab-Run-Tot(WS-Filter-Idx)
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Create this run's interface file and write its header.
       Open-Gl-File.
           MOVE SPACES TO WS-Gl-Filename
           STRING "GLINTF-" WS-Batch-Id ".DAT"
               DELIMITED BY SIZE INTO WS-Gl-Filename
           END-STRING

           OPEN OUTPUT Gl-File
           IF WS-Gl-File-Status NOT = "00"
               DISPLAY "GLEXTR: cannot create "
                   FUNCTION TRIM(WS-Gl-Filename)
                   " - nothing extracted"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO Gl-Header-Record
           MOVE "H" TO Glh-Type
           MOVE WS-Batch-Id TO Glh-Batch-Id
           MOVE "DUPREV" TO Glh-Source
           MOVE WS-Run-Date TO Glh-Run-Date
           MOVE WS-Run-Time TO Glh-Run-Time
           MOVE WS-Operator-Id TO Glh-Operator
           WRITE Gl-Header-Record

           MOVE 'Y' TO WS-Gl-Open
           .

      *> Write the control trailer and close the interface file.
       Close-Gl-File.
           MOVE SPACES TO Gl-Trailer-Record
           MOVE "T" TO Glt-Type
           MOVE WS-Batch-Id TO Glt-Batch-Id
           MOVE WS-Entry-Seq TO Glt-Entry-Count
           MOVE WS-Debit-Tot TO Glt-Debit-Total
           MOVE WS-Credit-Tot TO Glt-Credit-Total
           WRITE Gl-Trailer-Record

           CLOSE Gl-File
           .

      *> Rewrite the disposition file from the table, carrying every
      *> record back out with this run's extractions marked. Only
      *> reached once the interface file is safely closed, so a
      *> failure before then leaves every item to be extracted
      *> again. The overflow case never reaches here - the mainline
      *> refused the run before anything was extracted. A file that
      *> cannot be written back leaves entries posted but unmarked:
      *> the console, the control report and the audit trail all
      *> say not to rerun, and the run ends RC 12.
       Rewrite-Dispositions.
           OPEN OUTPUT Disp-File
           IF WS-Disp-File-Status NOT = "00"
               MOVE 'N' TO WS-Marks-Saved
               DISPLAY "GLEXTR: cannot rewrite EXCPDISP.DAT, status "
                   WS-Disp-File-Status
               DISPLAY "GLEXTR: " FUNCTION TRIM(WS-Gl-Filename)
                   " is posted but not marked - do not rerun "
                   "until fixed"
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Disp-Count OR WS-Marks-Saved = 'N'
               MOVE SPACES TO Disposition-Record
               MOVE Dtab-Key(J)          TO Disp-Key
               MOVE Dtab-Filter(J)       TO Disp-Filter-Name
               MOVE Dtab-Post-Date(J)    TO Disp-Post-Date
               MOVE Dtab-Code(J)         TO Disp-Code
               MOVE Dtab-Date(J)         TO Disp-Date
               MOVE Dtab-Time(J)         TO Disp-Time
               MOVE Dtab-Operator(J)     TO Disp-Operator
               MOVE Dtab-Extract-Flag(J) TO Disp-Extract-Flag
               MOVE Dtab-Extract-Date(J) TO Disp-Extract-Date
               WRITE Disposition-Record
               IF WS-Disp-File-Status NOT = "00"
                   MOVE 'N' TO WS-Marks-Saved
                   DISPLAY "GLEXTR: cannot write EXCPDISP.DAT, status "
                       WS-Disp-File-Status
                   DISPLAY "GLEXTR: " FUNCTION TRIM(WS-Gl-Filename)
                       " is posted but not marked - do not rerun "
                       "until fixed"
               END-IF
           END-PERFORM
           CLOSE Disp-File
           .

      *> Read each reversed filter's summary report for the
      *> confirmed duplicate amount its run put at risk. The summary
      *> is rewritten by every run of the filter, so the figure is
      *> that one run's - the last - and never a cumulative one: for
      *> a long-lived filter such as DEFAULT it covers one night of
      *> many, and a check-only rerun replaces a business-date
      *> filter's real figure with its own. The tie therefore sets
      *> it against that run's reversals only, and a summary left by
      *> a check-only run is noted and not tied. A filter whose
      *> summary has been archived shows as not on file.
       Load-Value-At-Risk.
           PERFORM VARYING WS-Filter-Idx FROM 1 BY 1
                   UNTIL WS-Filter-Idx > WS-Filter-Count
               MOVE SPACES TO WS-Rpt-Filename
               STRING "RPTOUT-"
                   FUNCTION TRIM(Ftab-Name(WS-Filter-Idx)) ".DAT"
                   DELIMITED BY SIZE INTO WS-Rpt-Filename
               END-STRING
               MOVE 'N' TO WS-Rpt-EOF
               OPEN INPUT Rpt-File
               IF WS-Rpt-File-Status = "00"
                   PERFORM UNTIL WS-Rpt-EOF = 'Y'
                       READ Rpt-File
                           AT END SET WS-Rpt-EOF TO 'Y'
                       END-READ
                       IF WS-Rpt-EOF NOT = 'Y'
                           AND Rpt-Record(1:16) = "Mode: CHECK ONLY"
                           MOVE 'Y' TO Ftab-Rpt-Check(WS-Filter-Idx)
                       END-IF
                       IF WS-Rpt-EOF NOT = 'Y'
                           AND Rpt-Record(1:28) = WS-Rpt-Label
                           MOVE 'Y' TO Ftab-Rpt-Found(WS-Filter-Idx)
                           COMPUTE Ftab-At-Risk(WS-Filter-Idx) =
                               FUNCTION NUMVAL(Rpt-Record(29:20))
                       END-IF
                   END-PERFORM
                   CLOSE Rpt-File
               END-IF
           END-PERFORM
           .

      *> Leave one timestamped, attributed audit entry recording the
      *> extract, in the same line format BloomFilter writes.
       Write-Extract-Audit.
           OPEN EXTEND Audit-Log
           IF WS-Audit-Log-Status NOT = "00"
               OPEN OUTPUT Audit-Log
           END-IF

           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
           MOVE WS-Items-Extracted TO WS-Count-Ed
           MOVE WS-Debit-Tot TO WS-Amount-Ed

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=ALL GLEXT " WS-Batch-Id
               " items=" FUNCTION TRIM(WS-Count-Ed)
               " amount=" FUNCTION TRIM(WS-Amount-Ed)
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record

      *> Posted without the extract marks saved: say so on the
      *> trail too, naming the interface file, so nobody reruns the
      *> extract over it.
           IF WS-Marks-Saved = 'N'
               MOVE SPACES TO Audit-Log-Record
               STRING WS-Audit-Date "-" WS-Audit-Time " "
                   WS-Operator-Id " FLT=ALL GLEXT " WS-Batch-Id
                   " not marked - do not rerun file="
                   FUNCTION TRIM(WS-Gl-Filename)
                   DELIMITED BY SIZE INTO Audit-Log-Record
               WRITE Audit-Log-Record
           END-IF

           CLOSE Audit-Log
           .

      *> Build the control report: what was extracted and onto
      *> which file, what could not be and why, the interface
      *> totals, and the per-filter tie of reversals to the value
      *> at risk.
       Write-Control-Report.
           OPEN OUTPUT Control-File

           MOVE "GL Reversal Extract Control Report"
               TO Control-Record
           WRITE Control-Record

           MOVE SPACES TO Control-Record
           STRING "Batch id:                   " WS-Batch-Id
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           IF WS-Disp-Truncated = 'Y'
               MOVE SPACES TO Control-Record
               STRING "WARNING: disposition file held more than "
                   "10000 records - NOTHING was extracted"
                   DELIMITED BY SIZE INTO Control-Record
               WRITE Control-Record
           ELSE
               PERFORM Write-Report-Totals
               PERFORM Write-Report-Items
               PERFORM Write-Report-Tie
           END-IF

           CLOSE Control-File
           .

      *> The extract's counts and the interface file's totals.
       Write-Report-Totals.
           MOVE SPACES TO Control-Record
           IF WS-Gl-Open = 'Y'
               STRING "Interface file:             "
                   FUNCTION TRIM(WS-Gl-Filename)
                   DELIMITED BY SIZE INTO Control-Record
           ELSE
               STRING "Interface file:             none - nothing"
                   " to post"
                   DELIMITED BY SIZE INTO Control-Record
           END-IF
           WRITE Control-Record

           IF WS-Marks-Saved = 'N'
               MOVE SPACES TO Control-Record
               STRING "WARNING: " FUNCTION TRIM(WS-Gl-Filename)
                   " posted but not marked - do not rerun until fixed"
                   DELIMITED BY SIZE INTO Control-Record
               WRITE Control-Record
           END-IF

           MOVE WS-Reversed-Pending TO WS-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Reversals pending:          " WS-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Items-Extracted TO WS-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Reversals extracted:        " WS-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Items-Unmatched TO WS-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Not extracted - no exception: " WS-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Items-Unpostable TO WS-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Not extracted - no amt/brnch: " WS-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Entry-Seq TO WS-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Entries written:            " WS-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Debit-Tot TO WS-Amount-Ed
           MOVE SPACES TO Control-Record
           STRING "Debit total:                " WS-Amount-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Credit-Tot TO WS-Amount-Ed
           MOVE SPACES TO Control-Record
           STRING "Credit total:               " WS-Amount-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record
           .

      *> List each item extracted this run, then each pending item
      *> that could not be, so the clerk can chase it.
       Write-Report-Items.
           MOVE SPACES TO Control-Record
           WRITE Control-Record
           MOVE "Extracted this run:" TO Control-Record
           WRITE Control-Record

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Disp-Count
               IF Dtab-Code(J) = "REVERSED"
                   AND Dtab-This-Run(J) = 'Y'
                   MOVE Dtab-Amount(J) TO WS-Amount-Ed
                   MOVE Dtab-Post-Date(J) TO WS-Date-Ed
                   MOVE SPACES TO Control-Record
                   STRING "  " Dtab-Key(J) " " Dtab-Filter(J) " "
                       WS-Date-Ed " " Dtab-Branch(J) " "
                       WS-Amount-Ed
                       DELIMITED BY SIZE INTO Control-Record
                   WRITE Control-Record
               END-IF
           END-PERFORM

           IF WS-Items-Unmatched + WS-Items-Unpostable > 0
               MOVE SPACES TO Control-Record
               WRITE Control-Record
               MOVE "Not extracted - key by hand or fix and rerun:"
                   TO Control-Record
               WRITE Control-Record

               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-Disp-Count
                   IF Dtab-Code(J) = "REVERSED"
                       AND Dtab-Extract-Flag(J) NOT = 'Y'
                       MOVE Dtab-Post-Date(J) TO WS-Date-Ed
                       MOVE SPACES TO Control-Record
                       IF Dtab-Found(J) = 'N'
                           STRING "  " Dtab-Key(J) " "
                               Dtab-Filter(J) " " WS-Date-Ed
                               " exception not on file"
                               DELIMITED BY SIZE INTO Control-Record
                       ELSE
                           STRING "  " Dtab-Key(J) " "
                               Dtab-Filter(J) " " WS-Date-Ed
                               " no amount or branch"
                               DELIMITED BY SIZE INTO Control-Record
                       END-IF
                       WRITE Control-Record
                   END-IF
               END-PERFORM
           END-IF
           .

      *> The value-at-risk tie, one block per filter with
      *> reversals: the confirmed duplicate amount the summary of
      *> the filter's last run put at risk, the reversals of that
      *> run's confirmed duplicates, and the difference still
      *> unrecovered - left out when the summary came from a
      *> check-only run. The confirmed duplicates reversed to date
      *> across every run (this run's share shown too) follow on a
      *> line of their own, never netted against the one-run
      *> figure. Reversed in-batch repeats and suspect re-keys are
      *> shown apart - the summary's confirmed figure never
      *> included them.
       Write-Report-Tie.
           MOVE SPACES TO Control-Record
           WRITE Control-Record
           MOVE "Recoveries against value at risk, by filter:"
               TO Control-Record
           WRITE Control-Record

           PERFORM VARYING WS-Filter-Idx FROM 1 BY 1
                   UNTIL WS-Filter-Idx > WS-Filter-Count
               MOVE SPACES TO Control-Record
               STRING "  Filter: " Ftab-Name(WS-Filter-Idx)
                   DELIMITED BY SIZE INTO Control-Record
               WRITE Control-Record

               MOVE SPACES TO Control-Record
               IF Ftab-Rpt-Found(WS-Filter-Idx) = 'Y'
                   MOVE Ftab-At-Risk(WS-Filter-Idx) TO WS-Amount-Ed
                   STRING "    Confirmed duplicate amount: "
                       WS-Amount-Ed
                       DELIMITED BY SIZE INTO Control-Record
               ELSE
                   STRING "    Confirmed duplicate amount: "
                       "summary not on file"
                       DELIMITED BY SIZE INTO Control-Record
               END-IF
               WRITE Control-Record

               IF Ftab-Rpt-Found(WS-Filter-Idx) = 'Y'
                   AND Ftab-Rpt-Check(WS-Filter-Idx) = 'Y'
                   MOVE SPACES TO Control-Record
                   STRING "    Summary is from a check-only run - "
                       "not tied"
                       DELIMITED BY SIZE INTO Control-Record
                   WRITE Control-Record
               END-IF

               IF Ftab-Rpt-Found(WS-Filter-Idx) = 'Y'
                   AND Ftab-Rpt-Check(WS-Filter-Idx) NOT = 'Y'
                   MOVE Ftab-Tie-Tot(WS-Filter-Idx) TO WS-Amount-Ed
                   MOVE Ftab-Last-Confirm(WS-Filter-Idx) TO WS-Date-Ed
                   MOVE SPACES TO Control-Record
                   STRING "    Reversed from that run:   " WS-Amount-Ed
                       "  confirmed " WS-Date-Ed
                       DELIMITED BY SIZE INTO Control-Record
                   WRITE Control-Record

                   COMPUTE WS-Diff = Ftab-At-Risk(WS-Filter-Idx)
                       - Ftab-Tie-Tot(WS-Filter-Idx)
                   MOVE WS-Diff TO WS-Diff-Ed
                   MOVE SPACES TO Control-Record
                   STRING "    Not yet recovered:       " WS-Diff-Ed
                       DELIMITED BY SIZE INTO Control-Record
                   WRITE Control-Record
               END-IF

               MOVE Ftab-Confirmed-Tot(WS-Filter-Idx) TO WS-Amount-Ed
               MOVE Ftab-Run-Tot(WS-Filter-Idx) TO WS-Amount2-Ed
               MOVE SPACES TO Control-Record
               STRING "    Reversed to date (all):   " WS-Amount-Ed
                   "  this run: " WS-Amount2-Ed
                   DELIMITED BY SIZE INTO Control-Record
               WRITE Control-Record

               IF Ftab-Other-Tot(WS-Filter-Idx) > ZERO
                   MOVE Ftab-Other-Tot(WS-Filter-Idx) TO WS-Amount-Ed
                   MOVE SPACES TO Control-Record
                   STRING "    Other reversals to date:  " WS-Amount-Ed
                       DELIMITED BY SIZE INTO Control-Record
                   WRITE Control-Record
               END-IF
           END-PERFORM

           IF WS-Filter-Overflow = 'Y'
               MOVE SPACES TO Control-Record
               STRING "WARNING: more filters than the tie holds - "
                   "some filters not reconciled"
                   DELIMITED BY SIZE INTO Control-Record
               WRITE Control-Record
           END-IF
           .

       END PROGRAM GlExtr.
