               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Filter-File-Status.

      *> Companion filter kept alongside each named filter, keyed on
      *> the amount/branch/transaction-date combination rather than
      *> the key, so a transaction resubmitted under a different key
      *> can still be screened. Same header layout as Filter-File,
      *> with its own literal so the two cannot be mistaken for one
      *> another.
           SELECT Combo-File ASSIGN DYNAMIC WS-Combo-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Combo-File-Status.

      *> Every structured transaction this filter has taken on, with
      *> its key and the run that took it - the companion filter can
      *> only say a combination was seen before, so this log is
      *> where the key it was seen under is looked up. Appended once
      *> per completed load, and cut back then to the transactions
      *> still inside the re-key window.
           SELECT Combo-Log ASSIGN DYNAMIC WS-Combo-Log-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Combo-Log-Status.

      *> The entries of the companion log kept by a cut-back, held
      *> here while the log is rewritten and deleted afterwards.
           SELECT Combo-Work ASSIGN DYNAMIC WS-Combo-Work-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Combo-Work-Status.

      *> A prior business-date filter being loaded, read-only, for
      *> lookback screening - one at a time into the lookback table.
           SELECT Lookback-File ASSIGN DYNAMIC WS-Lookback-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Lookback-File-Status.

      *> Overnight batch of transactions to screen - structured
      *> records carrying key, amount, originating branch and
      *> transaction date (legacy bare-key records still load, with

      *> Formatted reconciliation worksheet of this run's confirmed
      *> duplicates, grouped by branch, so the team can work
      *> exceptions directly off the output, with the batch's
      *> in-batch repeats in a section of their own. Named per
      *> filter, like Report-File, and rebuilt each run.
           SELECT Worksheet-File ASSIGN DYNAMIC WS-Worksheet-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Worksheet-File-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

      *> The sender registry - every authorized feed sender with its
      *> status and normal daily record-count range. Read to vet
      *> the sender on each batch header.
           SELECT Sender-File ASSIGN TO "SNDRREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Sender-File-Status.

      *> The filter catalog - the registry of live named filters,
      *> shared with FltRebld and read by FltHskp so housekeeping
      *> knows which file families are still in use.
       FD  Filter-File.
       01  Filter-File-Record      PIC X(100000).

       FD  Lookback-File.
       01  Lookback-File-Record    PIC X(100000).

       FD  Combo-File.
       01  Combo-File-Record       PIC X(100000).

       FD  Combo-Log.
       01  Combo-Log-Record.
           05  Clog-Amount         PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  Clog-Branch         PIC X(5).
           05  FILLER              PIC X(1).
           05  Clog-Date           PIC 9(8).
           05  FILLER              PIC X(1).
           05  Clog-Key            PIC X(20).
           05  FILLER              PIC X(1).
           05  Clog-Run-Date       PIC 9(8).

       FD  Combo-Work.
       01  Combo-Work-Record       PIC X(57).

      *> Read wider than a key so an overlength key arrives intact
      *> for the input edit to reject, instead of being silently cut
      *> to 20 characters on the way in.
      *> One line per confirmed duplicate, carrying the account
      *> detail straight off the master record so reconciliation
      *> staff can work the exception without looking the key up
      *> again, and one per in-batch repeat under its own reason.
      *> The layout is shared with the disposition/aging side
      *> (ExcpAge) through the copybook.
       FD  Exceptions-File.
           COPY EXCPREC.
       FD  Catalog-File.
           COPY CTLGREC.

       FD  Sender-File.
           COPY SNDRREC.

       WORKING-STORAGE SECTION.
      *> File status codes for the persisted filter file.
       01 WS-Filter-File-Status    PIC XX.
       01 WS-Stats-File-Status     PIC XX.
       01 WS-Audit-Log-Status      PIC XX.
       01 WS-Catalog-File-Status   PIC XX.
       01 WS-Combo-File-Status     PIC XX.
       01 WS-Combo-Log-Status      PIC XX.
       01 WS-Combo-Work-Status     PIC XX.
       01 WS-Lookback-File-Status  PIC XX.
       01 WS-Sender-File-Status    PIC XX.

      *> The filter catalog, tabled so this run's entry can be
      *> refreshed (or created on the filter's first sight) and the
       01 WS-Run-Parm              PIC X(20) VALUE SPACES.
       01 WS-Run-Mode              PIC X(20) VALUE SPACES.
       01 WS-Run-Parm3             PIC X(20) VALUE SPACES.
       01 WS-Run-Parm4             PIC X(20) VALUE SPACES.
       01 WS-Parm-Work             PIC X(20).

      *> An explicit SIZE=nnnnnn run parameter: the active bit-array
       01 WS-Size-Work             PIC X(8).
       01 I-Parm                   PIC 9(2).

      *> An explicit LOOKBACK=n run parameter: how many prior
      *> business-date filters off the catalog each key is also
      *> screened against, read-only. Capped at WS-Max-Lookback, and
      *> only honored when this run's own filter is a business date.
       01 WS-Lookback-Parm         PIC 9(2) VALUE ZERO.
       01 WS-Lookback-Work         PIC X(8).
       01 WS-Max-Lookback          PIC 9(2) VALUE 7.

      *> Set to 'Y' when the run mode is CHECK: keys are hashed and
      *> screened (including master confirmation and exceptions
      *> output) but no filter bits are set and no filter state or
       01 WS-Rejects-Filename      PIC X(40) VALUE SPACES.
       01 WS-Resub-Filename        PIC X(40) VALUE SPACES.
       01 WS-Worksheet-Filename    PIC X(40) VALUE SPACES.
       01 WS-Combo-Filename        PIC X(40) VALUE SPACES.
       01 WS-Combo-Log-Filename    PIC X(40) VALUE SPACES.
       01 WS-Combo-Work-Filename   PIC X(40) VALUE SPACES.
       01 WS-Lookback-Filename     PIC X(40) VALUE SPACES.

      *> Set to 'Y' while the resubmission file is being consumed,
      *> so the audit trail marks those keys RESUB instead of ADD.
       01 WS-Expected-Ed           PIC Z(6)9.
       01 WS-Received-Ed           PIC Z(6)9.

      *> The header's sender as found on the sender registry. The
      *> registry flag is 'N' when SNDRREG.DAT is not on file - the
      *> batch is then taken unvetted and the summary says so; an
      *> unknown or inactive sender on a registry that IS there has
      *> its batch refused. The range fields are the sender's normal
      *> daily record count, and the warning flag is set when the
      *> trailer count falls outside it. A feed whose data starts
      *> with no header is vetted once, at its first data record:
      *> Headerless-Vetted is then 'Y'.
       01 WS-Sender-Registry       PIC X VALUE 'Y'.
       01 WS-Headerless-Vetted     PIC X VALUE 'N'.
       01 WS-Sender-Known          PIC X VALUE 'N'.
       01 WS-Sender-EOF            PIC X VALUE 'N'.
       01 WS-Sender-Name           PIC X(30) VALUE SPACES.
       01 WS-Sender-Status         PIC X VALUE SPACE.
       01 WS-Sender-Min            PIC 9(7) VALUE ZERO.
       01 WS-Sender-Max            PIC 9(7) VALUE ZERO.
       01 WS-Sender-Range-Warn     PIC X VALUE 'N'.
       01 WS-Sender-Reject-Reason  PIC X(40) VALUE SPACES.

      *> The sender as written to the audit trail - UNKNOWN for a
      *> feed without a header, so the sender token is never blank.
       01 WS-Audit-Sender          PIC X(8) VALUE SPACES.

      *> Counts of filter-check outcomes, across both the entered and
      *> sample numbers, for the end-of-run summary report.
       01 WS-Count-Possible        PIC 9(6) VALUE ZERO.
               10 Excp-Amount      PIC 9(10)V99.
               10 Excp-Tran-Brn    PIC X(5).
               10 Excp-Tran-Date   PIC 9(8).
               10 Excp-Hit-Filter  PIC X(20).

      *> Branch-grouping work fields for the worksheet: the branch
      *> group being printed and the last one already printed.
       01 WS-Hash-Acc1             PIC 9(9).
       01 WS-Hash-Acc2             PIC 9(9).

      *> Every accepted data record of this TRANIN.DAT batch, in
      *> feed order, with its transaction detail - the input to the
      *> exact in-batch duplicate pass run once the whole batch is
      *> in. Replayed checkpoint records are entered too, so a
      *> restart's pass still sees the whole batch. Resubmissions
      *> are not part of the sender's batch: they are entered only
      *> after the pass, so re-key screening sees them and they
      *> reach the companion log, but they are never taken for
      *> in-batch repeats. A check-only run stores no keys but
      *> still fills this table, so a batch beyond WS-Max-Numbers
      *> records is only passed over its first table-full, and the
      *> summary says so. A slot is flagged confirmed when its key
      *> was confirmed on the master, and the pass leaves it to the
      *> CONFIRMED DUPLICATE already raised for it.
       01 WS-Batch-Count           PIC 9(5) VALUE ZERO.
       01 WS-Batch-Table-Full      PIC X VALUE 'N'.
       01 Batch-Table.
           05 Batch-Entry OCCURS 10000 TIMES.
               10 Batch-Key        PIC X(20).
               10 Batch-Amount     PIC 9(10)V99.
               10 Batch-Branch     PIC X(5).
               10 Batch-Date       PIC 9(8).
               10 Batch-Confirmed  PIC X.

      *> In-batch repeats found by the pass: the batch-table slots
      *> of the repeat and of the batch's first occurrence of its
      *> key, for the worksheet section, with the count and the
      *> repeats' amount total kept apart from the master-confirmed
      *> figures on the summary.
       01 WS-Inbatch-Count         PIC 9(5) VALUE ZERO.
       01 WS-Inbatch-Amount-Tot    PIC 9(13)V99 VALUE ZERO.
       01 Inbatch-Table.
           05 Inbatch-Entry OCCURS 10000 TIMES.
               10 Inbatch-Repeat-Idx PIC 9(5).
               10 Inbatch-First-Idx  PIC 9(5).

      *> Set to 'Y' when the repeat being examined has an earlier
      *> occurrence in the batch, left at its slot in WS-First-Idx.
       01 WS-First-Found           PIC X VALUE 'N'.
       01 WS-First-Idx             PIC 9(5).

      *> The companion filter's bit array and its own active size,
      *> set when the companion is created and carried in its header
      *> from then on. The literal tells a companion file apart from
      *> a key filter; the header itself is laid out as FLTRHDR.
      *> Available is 'N' only when a check-only run finds no
      *> companion on file, and re-key screening is then skipped.
       01 WS-Combo-Literal         PIC X(8) VALUE "BLMCOMB1".
       01 WS-Combo-Size            PIC 9(6) VALUE ZERO.
       01 WS-Combo-Available       PIC X VALUE 'N'.
       01 WS-Combo-Bits-Set        PIC 9(6) VALUE ZERO.
       01 Combo-Filter.
           05 Combo-Array          PIC X(100000) VALUE ALL '0'.

      *> The amount/branch/transaction-date combination of the
      *> record being screened, and its hash work fields - kept
      *> apart from the key hash so neither disturbs the other.
       01 WS-Combo-Key.
           05 Combo-Amount         PIC 9(10)V99.
           05 Combo-Branch         PIC X(5).
           05 Combo-Date           PIC 9(8).
       01 WS-Combo-Key-X REDEFINES WS-Combo-Key PIC X(25).
       01 WS-Combo-Acc1            PIC 9(9).
       01 WS-Combo-Acc2            PIC 9(9).
       01 Combo1-Pos               PIC 9(6).
       01 Combo2-Pos               PIC 9(6).

      *> Set to 'Y' when the combination's bits are all set in the
      *> companion filter, and when an earlier transaction carrying
      *> it under a different key has been found - the other key is
      *> then in WS-Rekey-Other-Key, and WS-Rekey-Where says BATCH
      *> or gives the run date it was logged under.
       01 WS-Combo-Hit             PIC X VALUE 'N'.
       01 WS-Rekey-Found           PIC X VALUE 'N'.
       01 WS-Rekey-Other-Key       PIC X(20).
       01 WS-Rekey-Where           PIC X(8).
       01 WS-Combo-Log-EOF         PIC X VALUE 'N'.

      *> The re-key window: a transaction is kept on the companion
      *> log, and can be named as the original of a re-key, for
      *> this many days after its own transaction date - a
      *> re-keyed resubmission comes back within days, not months.
      *> Older entries are cut from the log when the batch is
      *> appended, so the log, and every search of it, stays the
      *> size of the window rather than of the filter's history.
       01 WS-Combo-Window-Days     PIC 9(3) VALUE 45.
       01 WS-Combo-Cutoff-Int      PIC 9(8).
       01 WS-Clog-Date-Int         PIC 9(8).
       01 WS-Combo-Kept            PIC 9(7) VALUE ZERO.
       01 WS-Combo-Dropped         PIC 9(7) VALUE ZERO.
       01 WS-Saved-RC              PIC S9(4) VALUE ZERO.

      *> The batch-table slot the record being screened was entered
      *> in (zero when the table was already full), so the search
      *> for an earlier transaction stops short of the record itself.
       01 WS-Current-Slot          PIC 9(5) VALUE ZERO.
       01 WS-Rekey-Limit           PIC 9(5).

      *> Suspect re-keyed transactions found this run, with the
      *> transaction on each side, for the worksheet section, and
      *> their count and amount total for the summary.
       01 WS-Rekey-Count           PIC 9(5) VALUE ZERO.
       01 WS-Rekey-Amount-Tot      PIC 9(13)V99 VALUE ZERO.
       01 Rekey-Table.
           05 Rekey-Entry OCCURS 10000 TIMES.
               10 Rekey-Key        PIC X(20).
               10 Rekey-Amount     PIC 9(10)V99.
               10 Rekey-Branch     PIC X(5).
               10 Rekey-Date       PIC 9(8).
               10 Rekey-Other-Key  PIC X(20).
               10 Rekey-Where-Seen PIC X(8).

      *> The prior business-date filters picked for lookback
      *> screening, most recent first, each with its own bit array
      *> and size off its own header. A filter failing its header
      *> checks stays on the table as unusable, with the reason, so
      *> the summary can say which day went unscreened. Possible and
      *> confirmed hits are counted per filter for the breakdown.
       01 WS-Lookback-Count        PIC 9(2) VALUE ZERO.
       01 Lookback-Table.
           05 Lb-Entry OCCURS 7 TIMES.
               10 Lb-Name          PIC X(20).
               10 Lb-Size          PIC 9(6).
               10 Lb-Usable        PIC X.
               10 Lb-Skip-Reason   PIC X(60).
               10 Lb-Possible      PIC 9(6).
               10 Lb-Confirmed     PIC 9(6).
               10 Lb-Array         PIC X(100000).
       01 WS-Lb-Idx                PIC 9(2).
       01 WS-Lb-Ceiling            PIC X(8).
       01 WS-Lb-Pick               PIC X(8).
       01 WS-Lb-Exhausted          PIC X VALUE 'N'.
       01 WS-Lb-Pos1               PIC 9(6).
       01 WS-Lb-Pos2               PIC 9(6).
       01 WS-Lb-Possible-Ed        PIC ZZZZZ9.
       01 WS-Lb-Confirmed-Ed       PIC ZZZZZ9.

      *> The filter whose hit Confirm-Duplicate is following up -
      *> this run's own, or the prior day's a lookback hit came
      *> from - carried onto the exception.
       01 WS-Hit-Filter            PIC X(20) VALUE SPACES.

      *> Loop counters.
       01 I                        PIC 9(5) VALUE 1.
       01 J                        PIC 9(5).
       01 K                        PIC 9(5).

       PROCEDURE DIVISION.
      *> Work out which named filter (business date or account type)
      *> Load any Bloom filter state accumulated by prior runs.
           PERFORM Load-Filter

      *> And the companion amount/branch/date filter kept alongside
      *> it for re-key screening.
           PERFORM Load-Combo-Filter

      *> And, when a lookback was asked for, the prior business-date
      *> filters each key is also screened against, read-only.
           IF WS-Lookback-Parm > 0
               PERFORM Load-Lookback-Filters
           END-IF

      *> Open the indexed master so duplicate confirmation can read
      *> straight to a key as Load-Transactions confirms duplicates,
      *> and false-positive sampling can scan it afterwards. Stays
           ACCEPT WS-Command-Line FROM COMMAND-LINE
           UNSTRING WS-Command-Line DELIMITED BY ALL " "
               INTO WS-Run-Parm WS-Run-Mode WS-Run-Parm3
                   WS-Run-Parm4
           END-UNSTRING
           IF WS-Run-Parm = SPACES
               MOVE "DEFAULT" TO WS-Filter-Name
               MOVE WS-Run-Parm TO WS-Filter-Name
           END-IF

      *> The trailing parameters stand alone in any order: CHECK
      *> selects check-only screening, SIZE=nnnnnn names the active
      *> bit-array size for a filter created this run, LOOKBACK=n
      *> adds read-only screening against the n prior business-date
      *> filters. Anything else (or nothing) leaves a normal
      *> load-and-screen run at the default size with no lookback.
           PERFORM VARYING I-Parm FROM 1 BY 1 UNTIL I-Parm > 3
               EVALUATE I-Parm
                   WHEN 1
                       MOVE WS-Run-Mode TO WS-Parm-Work
                   WHEN 2
                       MOVE WS-Run-Parm3 TO WS-Parm-Work
                   WHEN OTHER
                       MOVE WS-Run-Parm4 TO WS-Parm-Work
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-Parm-Work = "CHECK"
                       MOVE 'Y' TO WS-Check-Only
                               TO WS-Size-Parm
                           MOVE 'Y' TO WS-Size-Given
                       END-IF
                   WHEN WS-Parm-Work(1:9) = "LOOKBACK="
                       MOVE WS-Parm-Work(10:8) TO WS-Lookback-Work
                       IF WS-Lookback-Work NOT = SPACES
                           AND FUNCTION TRIM(WS-Lookback-Work)
                               IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-Lookback-Work)
                               TO WS-Lookback-Parm
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF WS-Lookback-Parm > WS-Max-Lookback
               DISPLAY "LOOKBACK parameter capped at "
                   WS-Max-Lookback " filters"
               MOVE WS-Max-Lookback TO WS-Lookback-Parm
           END-IF

           MOVE SPACES TO WS-Filter-Filename
           STRING "BLMFILT-" FUNCTION TRIM(WS-Filter-Name) ".DAT"
               DELIMITED BY SIZE INTO WS-Filter-Filename
           STRING "RESUB-" FUNCTION TRIM(WS-Filter-Name) ".DAT"
               DELIMITED BY SIZE INTO WS-Resub-Filename
           END-STRING

           MOVE SPACES TO WS-Combo-Filename
           STRING "BLMCOMB-" FUNCTION TRIM(WS-Filter-Name) ".DAT"
               DELIMITED BY SIZE INTO WS-Combo-Filename
           END-STRING

           MOVE SPACES TO WS-Combo-Work-Filename
           STRING "COMBWRK-" FUNCTION TRIM(WS-Filter-Name) ".DAT"
               DELIMITED BY SIZE INTO WS-Combo-Work-Filename
           END-STRING

           MOVE SPACES TO WS-Combo-Log-Filename
           STRING "COMBLOG-" FUNCTION TRIM(WS-Filter-Name) ".DAT"
               DELIMITED BY SIZE INTO WS-Combo-Log-Filename
           END-STRING
           .

      *> Load Filter-Array from the persisted filter file, if it
           WRITE Filter-File-Record FROM Filter-Header
           WRITE Filter-File-Record FROM Filter-Array
           CLOSE Filter-File

      *> The companion filter is saved with it every time, so the
      *> two always reflect the same point in the load.
           PERFORM Save-Combo-Filter
           .

      *> Rolling position-sensitive checksum over the whole bit
           END-PERFORM
           .

      *> Load the companion amount/branch/date filter the same way
      *> Load-Filter loads the key filter, header checks and all,
      *> but against the companion's own literal and size. A
      *> missing companion on a normal run is simply created by
      *> this run, at the key filter's size; a check-only run has
      *> nothing to screen against, so re-key screening is skipped
      *> and the summary says so. A companion that IS there but
      *> fails its checks refuses the run, as a bad key filter does.
       Load-Combo-Filter.
           MOVE 'N' TO WS-Combo-Available
           MOVE WS-Filter-Size TO WS-Combo-Size
           OPEN INPUT Combo-File
           IF WS-Combo-File-Status NOT = "00"
               IF WS-Check-Only = 'Y'
                   DISPLAY "No companion filter on file - re-key "
                       "screening skipped"
               ELSE
                   MOVE 'Y' TO WS-Combo-Available
               END-IF
           ELSE
               MOVE SPACES TO WS-Filter-Load-Error

               READ Combo-File INTO Filter-Header
                   AT END
                       MOVE "companion filter file is empty"
                           TO WS-Filter-Load-Error
               END-READ

               IF WS-Filter-Load-Error = SPACES
                   AND Fhdr-Literal NOT = WS-Combo-Literal
                   MOVE "companion file has no integrity header"
                       TO WS-Filter-Load-Error
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   AND FUNCTION TRIM(Fhdr-Filter-Name) NOT =
                       FUNCTION TRIM(WS-Filter-Name)
                   MOVE "companion header names a different filter"
                       TO WS-Filter-Load-Error
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   AND (Fhdr-Filter-Size = ZERO
                       OR Fhdr-Filter-Size > WS-Filter-Max-Size)
                   MOVE "companion header size is out of range"
                       TO WS-Filter-Load-Error
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   MOVE Fhdr-Filter-Size TO WS-Combo-Size
                   READ Combo-File INTO Combo-Array
                       AT END
                           MOVE "companion bit array record is missing"
                               TO WS-Filter-Load-Error
                   END-READ
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   PERFORM Compute-Combo-Checksum
                   IF Fhdr-Checksum-Acc NOT = Fhdr-Checksum
                       MOVE "companion bit array fails its checksum"
                           TO WS-Filter-Load-Error
                   END-IF
               END-IF

               CLOSE Combo-File

               IF WS-Filter-Load-Error NOT = SPACES
                   PERFORM Reject-Combo-File
               END-IF
               MOVE 'Y' TO WS-Combo-Available
           END-IF
           .

      *> The companion filter failed validation: refuse the run the
      *> way Reject-Filter-File does. FltRebld cannot rebuild a
      *> companion - the master carries no amounts - so the way
      *> back is to restore it, or remove it and let the next run
      *> start a fresh one.
       Reject-Combo-File.
           MOVE WS-Filter-Load-Error TO WS-Truncation-Reason
           PERFORM Write-Truncation-Audit
           DISPLAY "Companion filter rejected: "
               FUNCTION TRIM(WS-Filter-Load-Error)
           DISPLAY "Run abandoned - restore or remove "
               FUNCTION TRIM(WS-Combo-Filename)
           CLOSE Exceptions-File
           CLOSE Audit-Log
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> Write Combo-Array back out behind its own freshly-stamped
      *> header - the FLTRHDR layout under the companion literal.
       Save-Combo-Filter.
           MOVE ZERO TO WS-Combo-Bits-Set
           INSPECT Combo-Array TALLYING WS-Combo-Bits-Set
               FOR ALL '1'
           PERFORM Compute-Combo-Checksum

           MOVE WS-Combo-Literal   TO Fhdr-Literal
           MOVE WS-Filter-Name     TO Fhdr-Filter-Name
           MOVE WS-Combo-Size      TO Fhdr-Filter-Size
           MOVE WS-Combo-Bits-Set  TO Fhdr-Bits-Set
           ACCEPT Fhdr-Saved-Date FROM DATE YYYYMMDD
           ACCEPT Fhdr-Saved-Time FROM TIME
           MOVE Fhdr-Checksum-Acc  TO Fhdr-Checksum

           OPEN OUTPUT Combo-File
           WRITE Combo-File-Record FROM Filter-Header
           WRITE Combo-File-Record FROM Combo-Array
           CLOSE Combo-File
           .

      *> The same rolling checksum as Compute-Filter-Checksum, over
      *> the companion's bit array and active size.
       Compute-Combo-Checksum.
           MOVE ZERO TO Fhdr-Checksum-Acc
           PERFORM VARYING Fhdr-Checksum-Idx FROM 1 BY 1
                   UNTIL Fhdr-Checksum-Idx > WS-Combo-Size
               COMPUTE Fhdr-Checksum-Acc =
                   FUNCTION MOD((Fhdr-Checksum-Acc * 31) +
                       FUNCTION ORD(
                           Combo-Array(Fhdr-Checksum-Idx:1)),
                       999999937)
           END-PERFORM
           .

      *> Pick the prior business-date filters for lookback off the
      *> catalog - the n most recent whose names are dates before
      *> this run's own - and load each one. Only a business-date
      *> run looks back; an account-type filter has no "previous
      *> day" to speak of.
       Load-Lookback-Filters.
           IF WS-Filter-Name(1:8) IS NOT NUMERIC
               OR WS-Filter-Name(9:12) NOT = SPACES
               DISPLAY "LOOKBACK ignored - filter "
                   FUNCTION TRIM(WS-Filter-Name)
                   " is not a business-date filter"
               MOVE ZERO TO WS-Lookback-Parm
           ELSE
               MOVE ZERO TO WS-Catalog-Count
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

      *> Walk back one business date at a time: each pass takes the
      *> latest date-named filter below the one taken before it.
               MOVE WS-Filter-Name(1:8) TO WS-Lb-Ceiling
               MOVE ZERO TO WS-Lookback-Count
               MOVE 'N' TO WS-Lb-Exhausted
               PERFORM UNTIL WS-Lookback-Count >= WS-Lookback-Parm
                       OR WS-Lb-Exhausted = 'Y'
                   MOVE SPACES TO WS-Lb-Pick
                   PERFORM VARYING WS-Catalog-Idx FROM 1 BY 1
                           UNTIL WS-Catalog-Idx > WS-Catalog-Count
                       IF Ctab-Name(WS-Catalog-Idx)(1:8) IS NUMERIC
                           AND Ctab-Name(WS-Catalog-Idx)(9:12) = SPACES
                           AND Ctab-Name(WS-Catalog-Idx)(1:8)
                               < WS-Lb-Ceiling
                           AND Ctab-Name(WS-Catalog-Idx)(1:8)
                               > WS-Lb-Pick
                           MOVE Ctab-Name(WS-Catalog-Idx)(1:8)
                               TO WS-Lb-Pick
                       END-IF
                   END-PERFORM
                   IF WS-Lb-Pick = SPACES
                       MOVE 'Y' TO WS-Lb-Exhausted
                   ELSE
                       ADD 1 TO WS-Lookback-Count
                       MOVE WS-Lookback-Count TO WS-Lb-Idx
                       PERFORM Load-One-Lookback-Filter
                       MOVE WS-Lb-Pick TO WS-Lb-Ceiling
                   END-IF
               END-PERFORM
           END-IF
           .

      *> Load the prior filter named in WS-Lb-Pick into lookback
      *> slot WS-Lb-Idx, under the same header checks Load-Filter
      *> applies - literal, name, size range, array record and
      *> checksum. A prior filter that fails is not used: the run
      *> goes on without that day, and the audit trail and the
      *> summary both say why. Nothing is ever written back.
       Load-One-Lookback-Filter.
           MOVE WS-Lb-Pick TO Lb-Name(WS-Lb-Idx)
           MOVE 'N' TO Lb-Usable(WS-Lb-Idx)
           MOVE ZERO TO Lb-Size(WS-Lb-Idx)
           MOVE ZERO TO Lb-Possible(WS-Lb-Idx)
           MOVE ZERO TO Lb-Confirmed(WS-Lb-Idx)
           MOVE SPACES TO WS-Lookback-Filename
           STRING "BLMFILT-" FUNCTION TRIM(WS-Lb-Pick) ".DAT"
               DELIMITED BY SIZE INTO WS-Lookback-Filename
           END-STRING

           MOVE SPACES TO WS-Filter-Load-Error
           OPEN INPUT Lookback-File
           IF WS-Lookback-File-Status NOT = "00"
               MOVE "filter file is missing"
                   TO WS-Filter-Load-Error
           ELSE
               READ Lookback-File INTO Filter-Header
                   AT END
                       MOVE "filter file is empty"
                           TO WS-Filter-Load-Error
               END-READ

               IF WS-Filter-Load-Error = SPACES
                   AND Fhdr-Literal NOT = Fhdr-Literal-Value
                   MOVE "filter file has no integrity header"
                       TO WS-Filter-Load-Error
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   AND FUNCTION TRIM(Fhdr-Filter-Name) NOT =
                       FUNCTION TRIM(WS-Lb-Pick)
                   MOVE "filter header names a different filter"
                       TO WS-Filter-Load-Error
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   AND (Fhdr-Filter-Size = ZERO
                       OR Fhdr-Filter-Size > WS-Filter-Max-Size)
                   MOVE "filter header size is out of range"
                       TO WS-Filter-Load-Error
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   MOVE Fhdr-Filter-Size TO Lb-Size(WS-Lb-Idx)
                   READ Lookback-File INTO Lb-Array(WS-Lb-Idx)
                       AT END
                           MOVE "filter bit array record is missing"
                               TO WS-Filter-Load-Error
                   END-READ
               END-IF

               IF WS-Filter-Load-Error = SPACES
                   PERFORM Compute-Lookback-Checksum
                   IF Fhdr-Checksum-Acc NOT = Fhdr-Checksum
                       MOVE "filter bit array fails its checksum"
                           TO WS-Filter-Load-Error
                   END-IF
               END-IF

               CLOSE Lookback-File
           END-IF

           IF WS-Filter-Load-Error = SPACES
               MOVE 'Y' TO Lb-Usable(WS-Lb-Idx)
           ELSE
               MOVE WS-Filter-Load-Error TO Lb-Skip-Reason(WS-Lb-Idx)
               DISPLAY "Lookback filter " FUNCTION TRIM(WS-Lb-Pick)
                   " not used: " FUNCTION TRIM(WS-Filter-Load-Error)
               PERFORM Write-Lookback-Audit
           END-IF
           .

      *> The same rolling checksum as Compute-Filter-Checksum, over
      *> the lookback slot's bit array and its own size.
       Compute-Lookback-Checksum.
           MOVE ZERO TO Fhdr-Checksum-Acc
           PERFORM VARYING Fhdr-Checksum-Idx FROM 1 BY 1
                   UNTIL Fhdr-Checksum-Idx > Lb-Size(WS-Lb-Idx)
               COMPUTE Fhdr-Checksum-Acc =
                   FUNCTION MOD((Fhdr-Checksum-Acc * 31) +
                       FUNCTION ORD(
                           Lb-Array(WS-Lb-Idx)(Fhdr-Checksum-Idx:1)),
                       999999937)
           END-PERFORM
           .

      *> Read the overnight batch of transaction numbers, edit and
      *> normalize each one, and set the corresponding filter bits
      *> for each accepted key. Records failing the input edit go to
                           WHEN WS-Tran-Work(1:4) = "TRL "
                               PERFORM Process-Batch-Trailer
                           WHEN OTHER
                               IF WS-Header-Present NOT = 'Y'
                                   AND WS-Headerless-Vetted NOT = 'Y'
                                   PERFORM Vet-Headerless-Batch
                               END-IF
                               ADD 1 TO WS-Replayed-Count
                               PERFORM Edit-Transaction-Key
                               IF WS-Edit-Accepted = 'Y'
                                       TO Stored-Number(I)
                                   ADD 1 TO WS-Numbers-Loaded
                                   ADD 1 TO I
                                   PERFORM Note-Batch-Record
                                   PERFORM Note-Replayed-Confirmed
                               END-IF
                       END-EVALUATE
                   END-IF
                           WHEN WS-Tran-Work(1:4) = "TRL "
                               PERFORM Process-Batch-Trailer
                           WHEN OTHER
                               IF WS-Header-Present NOT = 'Y'
                                   AND WS-Headerless-Vetted NOT = 'Y'
                                   PERFORM Vet-Headerless-Batch
                               END-IF
                               ADD 1 TO WS-Total-Read
                               ADD 1 TO WS-Edit-Records-Read
                               PERFORM Edit-Transaction-Key
                               IF WS-Edit-Accepted = 'Y'
                                   ADD 1 TO WS-Edit-Accepted-Count
                                   PERFORM Note-Batch-Record
                                   PERFORM Screen-And-Add-Key
                               ELSE
                                   PERFORM Write-Reject-Record
                       WS-Trailer-Count " read " WS-Total-Read
                       DELIMITED BY SIZE INTO WS-Truncation-Reason
                   END-STRING
      *> Recorded by the run that finishes the batch - never by a
      *> check-only screening of it, which SndrScor would otherwise
      *> count as a second event for the one batch received. An
      *> interrupted load never gets this far, so its restart is
      *> the only run that records the event.
                   IF WS-Check-Only NOT = 'Y'
                       PERFORM Write-Balance-Audit
                   END-IF
               END-IF
               IF WS-Sender-Known = 'Y'
                   PERFORM Check-Sender-Range
               END-IF
           END-IF

      *> With the whole batch in, look for keys it carries more than
      *> once. A truncated load skips the pass for the same reason
      *> it skips balancing: the restart replays the head of the
      *> batch and passes over all of it.
           IF WS-Transactions-Truncated NOT = 'Y'
               PERFORM Find-In-Batch-Duplicates
           END-IF

      *> Pick up any keys repaired out of suspense for this filter,
      *> once the normal batch is in. A check-only run loads
      *> nothing, so it must not consume (and clear) the
                       TO WS-Truncation-Reason
                   PERFORM Write-Truncation-Audit
               ELSE
      *> The whole file loaded cleanly - log the batch for later
      *> re-key screening, persist the final filter state and clear
      *> the checkpoint so the next run starts fresh instead of
      *> skipping ahead again.
                   PERFORM Append-Combo-Log
                   PERFORM Clear-Checkpoint
               END-IF
           END-IF
           .

      *> Enter the accepted record just edited on the batch table
      *> for the in-batch duplicate pass; once the table is full
      *> the rest of the batch goes unpassed and the summary says
      *> so. A resubmission finding the table full misses only the
      *> re-key search and the log, which the summary does not
      *> count against the batch.
       Note-Batch-Record.
           MOVE ZERO TO WS-Current-Slot
           IF WS-Batch-Count < WS-Max-Numbers
               ADD 1 TO WS-Batch-Count
               MOVE WS-Batch-Count TO WS-Current-Slot
               MOVE WS-Edited-Key  TO Batch-Key(WS-Batch-Count)
               MOVE WS-Tran-Amount TO Batch-Amount(WS-Batch-Count)
               MOVE WS-Tran-Branch TO Batch-Branch(WS-Batch-Count)
               MOVE WS-Tran-Date   TO Batch-Date(WS-Batch-Count)
               MOVE 'N'            TO Batch-Confirmed(WS-Batch-Count)
           ELSE
               IF WS-Resub-Mode = 'N'
                   MOVE 'Y' TO WS-Batch-Table-Full
               END-IF
           END-IF
           .

      *> A record replayed past on a restart was screened by the
      *> interrupted run, which confirmed it when its key is on the
      *> master; flag its slot the same way so the in-batch pass
      *> does not raise it again.
       Note-Replayed-Confirmed.
           IF WS-Current-Slot > 0
               AND WS-Master-Available = 'Y'
               MOVE WS-Edited-Key TO Master-Key
               READ Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO Batch-Confirmed(WS-Current-Slot)
               END-READ
           END-IF
           .

      *> The exact in-batch duplicate pass: every accepted record
      *> whose key already occurred earlier in the same batch is a
      *> repeat, and each repeat - the second, third, ... occurrence
      *> alike - goes onto the exceptions file under its own reason
      *> against the batch's first occurrence of the key. This
      *> catches what the filter alone cannot: a key new to the
      *> master shipped twice in one night is exactly the
      *> double-submission that costs money, yet has nothing on the
      *> master to confirm it against. A repeat of a key that was
      *> confirmed on the master already carries a CONFIRMED
      *> DUPLICATE on the same key/filter/posting-date triplet, so
      *> it is not raised again here - neither the line nor its
      *> amount is counted twice.
       Find-In-Batch-Duplicates.
           PERFORM VARYING K FROM 2 BY 1 UNTIL K > WS-Batch-Count
               MOVE 'N' TO WS-First-Found
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J >= K OR WS-First-Found = 'Y'
                   IF Batch-Key(J) = Batch-Key(K)
                       MOVE 'Y' TO WS-First-Found
                       MOVE J TO WS-First-Idx
                   END-IF
               END-PERFORM
               IF WS-First-Found = 'Y'
                   AND Batch-Confirmed(K) NOT = 'Y'
                   AND Batch-Confirmed(WS-First-Idx) NOT = 'Y'
                   PERFORM Write-In-Batch-Exception
               END-IF
           END-PERFORM
           .

      *> Raise the exception for the repeat in slot K against the
      *> first occurrence in WS-First-Idx. The account detail comes
      *> off the master when the key is there; a key new to the
      *> master leaves it blank and takes the repeat's transaction
      *> date as its posting date, so the item can still be
      *> dispositioned on its key/filter/date triplet.
       Write-In-Batch-Exception.
           MOVE SPACES TO Exception-Record
           MOVE Batch-Key(K) TO Exception-Number
           MOVE "IN-BATCH DUPLICATE" TO Exception-Reason
           MOVE Batch-Date(K) TO Exception-Post-Date
           IF WS-Master-Available = 'Y'
               MOVE Batch-Key(K) TO Master-Key
               READ Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Master-Acct-Name TO Exception-Acct-Name
                       MOVE Master-Acct-Type TO Exception-Acct-Type
                       MOVE Master-Branch    TO Exception-Branch
                       MOVE Master-Post-Date TO Exception-Post-Date
                       MOVE Master-Status    TO Exception-Status
               END-READ
           END-IF
           MOVE Batch-Amount(K) TO Exception-Tran-Amount
           MOVE Batch-Branch(K) TO Exception-Tran-Branch
           MOVE Batch-Date(K)   TO Exception-Tran-Date
           ACCEPT WS-Confirm-Date FROM DATE YYYYMMDD
           MOVE WS-Confirm-Date TO Exception-Confirm-Date
           MOVE Batch-Amount(WS-First-Idx) TO Exception-Match-Amount
           MOVE Batch-Branch(WS-First-Idx) TO Exception-Match-Branch
           MOVE Batch-Date(WS-First-Idx)   TO Exception-Match-Date
           MOVE Batch-Key(WS-First-Idx)    TO Exception-Match-Key
           MOVE WS-Batch-Sender            TO Exception-Sender
           WRITE Exception-Record

           ADD 1 TO WS-Inbatch-Count
           ADD Batch-Amount(K) TO WS-Inbatch-Amount-Tot
           MOVE K            TO Inbatch-Repeat-Idx(WS-Inbatch-Count)
           MOVE WS-First-Idx TO Inbatch-First-Idx(WS-Inbatch-Count)
           PERFORM Write-In-Batch-Audit
           .

      *> Take the sender id and business date off the batch header
      *> record - "HDR " in columns 1-4, the sender id in 5-12 and
      *> the business date in 14-21. A business-date filter (the
               AND WS-Batch-Bus-Date NOT = WS-Filter-Name(1:8)
               PERFORM Reject-Batch
           END-IF

           PERFORM Validate-Batch-Sender

      *> A batch received is recorded once, by the normal run that
      *> starts it - not by a check-only screening of it, and not
      *> again by the restart of an interrupted load.
           IF WS-Check-Only NOT = 'Y'
               AND WS-Checkpoint-Count = ZERO
               PERFORM Write-Batch-Audit
           END-IF
           .

      *> Look the header's sender up on the sender registry. An
      *> unknown sender - a blank id included - or one no longer
      *> active has its batch refused, the way a wrong business date
      *> is; with no registry on file at all the batch is let
      *> through and flagged on the summary.
       Validate-Batch-Sender.
           MOVE 'N' TO WS-Sender-Known
           MOVE 'N' TO WS-Sender-EOF
           OPEN INPUT Sender-File
           IF WS-Sender-File-Status NOT = "00"
               MOVE 'N' TO WS-Sender-Registry
               DISPLAY "No sender registry on file - sender "
                   WS-Batch-Sender " not vetted"
           ELSE
               MOVE 'Y' TO WS-Sender-Registry
               PERFORM UNTIL WS-Sender-EOF = 'Y'
                       OR WS-Sender-Known = 'Y'
                   READ Sender-File
                       AT END SET WS-Sender-EOF TO 'Y'
                   END-READ
                   IF WS-Sender-EOF NOT = 'Y'
                       AND Sndr-Id = WS-Batch-Sender
                       AND WS-Batch-Sender NOT = SPACES
                       MOVE 'Y' TO WS-Sender-Known
                       MOVE Sndr-Name   TO WS-Sender-Name
                       MOVE Sndr-Status TO WS-Sender-Status
                       MOVE ZERO TO WS-Sender-Min
                       MOVE ZERO TO WS-Sender-Max
                       IF Sndr-Min-Count IS NUMERIC
                           MOVE Sndr-Min-Count TO WS-Sender-Min
                       END-IF
                       IF Sndr-Max-Count IS NUMERIC
                           MOVE Sndr-Max-Count TO WS-Sender-Max
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Sender-File

               IF WS-Sender-Known = 'N'
                   MOVE "not on the sender registry"
                       TO WS-Sender-Reject-Reason
                   PERFORM Reject-Sender
               ELSE
                   IF WS-Sender-Status NOT = "A"
                       MOVE "inactive on the sender registry"
                           TO WS-Sender-Reject-Reason
                       PERFORM Reject-Sender
                   END-IF
               END-IF
           END-IF
           .

      *> A data record has arrived with no header before it, so
      *> the batch names no sender at all. With a registry on file
      *> that is refused like any unregistered sender, before the
      *> record reaches the filter; with none, the batch is taken
      *> unvetted, as a headed one would be, and the summary and
      *> the audit trail say so.
       Vet-Headerless-Batch.
           MOVE 'Y' TO WS-Headerless-Vetted
           OPEN INPUT Sender-File
           IF WS-Sender-File-Status = "00"
               CLOSE Sender-File
               MOVE 'Y' TO WS-Sender-Registry
               MOVE "not identified - no batch header"
                   TO WS-Sender-Reject-Reason
               PERFORM Reject-Sender
           ELSE
               MOVE 'N' TO WS-Sender-Registry
               DISPLAY "No batch header and no sender registry on "
                   "file - sender not vetted"
               IF WS-Check-Only NOT = 'Y'
                   PERFORM Write-Headerless-Audit
               END-IF
           END-IF
           .

      *> The header's sender is not authorized to send: leave a
      *> durable audit entry saying so, refuse the batch, and get
      *> out before a single key reaches the filter. Mirrors
      *> Reject-Batch.
       Reject-Sender.
           MOVE SPACES TO WS-Truncation-Reason
           STRING "batch sender " WS-Batch-Sender " "
               FUNCTION TRIM(WS-Sender-Reject-Reason)
               DELIMITED BY SIZE INTO WS-Truncation-Reason
           END-STRING
           PERFORM Write-Truncation-Audit
           DISPLAY "Batch rejected: sender " WS-Batch-Sender " is "
               FUNCTION TRIM(WS-Sender-Reject-Reason)
           DISPLAY "Run abandoned - no keys were screened or loaded"
           CLOSE Rejects-File
           CLOSE Suspense-File
           CLOSE Transaction-File
           IF WS-Master-Available = 'Y'
               CLOSE Master-File
           END-IF
           CLOSE Exceptions-File
           CLOSE Audit-Log
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

      *> Hold the trailer count up against the sender's normal daily
      *> range off the registry. Outside it is not refused - a
      *> quiet day or a month-end surge is real - but the summary
      *> warns and the audit trail records it. A maximum of zero
      *> leaves the range open-ended.
       Check-Sender-Range.
           IF WS-Trailer-Count < WS-Sender-Min
               OR (WS-Sender-Max > ZERO
                   AND WS-Trailer-Count > WS-Sender-Max)
               MOVE 'Y' TO WS-Sender-Range-Warn
               IF WS-Check-Only NOT = 'Y'
                   PERFORM Write-Sender-Range-Audit
               END-IF
           END-IF
           .

      *> Take the sender's record count off the batch trailer -
       Write-Balance-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
           PERFORM Set-Audit-Sender

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=" FUNCTION TRIM(WS-Filter-Name)
               " OOBAL " FUNCTION TRIM(WS-Audit-Sender) " "
               FUNCTION TRIM(WS-Truncation-Reason)
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> Record a durable, timestamped note of a batch received,
      *> naming its sender and business date - the count SndrScor
      *> takes batches received from.
       Write-Batch-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
           PERFORM Set-Audit-Sender

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=" FUNCTION TRIM(WS-Filter-Name)
               " BATCH " FUNCTION TRIM(WS-Audit-Sender)
               " busdate=" WS-Batch-Bus-Date
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> Record a durable, timestamped note that a batch's trailer
      *> count fell outside its sender's normal range.
       Write-Sender-Range-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
           PERFORM Set-Audit-Sender

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=" FUNCTION TRIM(WS-Filter-Name)
               " SNDRW " FUNCTION TRIM(WS-Audit-Sender)
               " trailer " WS-Trailer-Count " outside range "
               WS-Sender-Min "-" WS-Sender-Max
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> Record a durable, timestamped note that a batch with no
      *> header was taken without its sender being vetted.
       Write-Headerless-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
           PERFORM Set-Audit-Sender

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=" FUNCTION TRIM(WS-Filter-Name)
               " SNDRW " FUNCTION TRIM(WS-Audit-Sender)
               " no batch header - sender not vetted"
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> The sender token for an audit line: the header's sender
      *> id, or UNKNOWN when there was no header or it was blank.
       Set-Audit-Sender.
           IF WS-Batch-Sender = SPACES
               MOVE "UNKNOWN" TO WS-Audit-Sender
           ELSE
               MOVE WS-Batch-Sender TO WS-Audit-Sender
           END-IF
           .

      *> Load the last checkpointed position, if any, from a prior
      *> interrupted run of Load-Transactions.
       Read-Checkpoint.
           MOVE ZERO TO WS-Checkpoint-Count
      *> nothing in Stored-Number - the table only feeds the
      *> negative-sample exclusion, which is moot when nothing was
      *> added - so I never advances and the table cap never cuts a
      *> check-only screening short. A key its own filter did not
      *> confirm is then screened against any lookback filters, and
      *> every structured record goes through the re-key screen on
      *> its amount, branch and date - a confirmed one only to set
      *> its companion bits, so a later re-key of it is still seen.
      *> A confirmed record's batch slot is flagged so the in-batch
      *> pass does not raise it a second time.
       Screen-And-Add-Key.
           IF WS-Check-Only NOT = 'Y'
               MOVE WS-Edited-Key TO Stored-Number(I)
           END-EVALUATE
           PERFORM Calculate-Hashes

           MOVE 'N' TO WS-Duplicate-Found
           MOVE WS-Filter-Name TO WS-Hit-Filter
           IF Filter-Array(Hash1-Pos:1) = '1' AND
              Filter-Array(Hash2-Pos:1) = '1'
               ADD 1 TO WS-Count-Possible
               ADD 1 TO WS-Count-NotIn
           END-IF

           IF WS-Duplicate-Found = 'N'
               AND WS-Lookback-Count > 0
               PERFORM Screen-Lookback
           END-IF

           IF WS-Check-Only NOT = 'Y'
               MOVE '1' TO Filter-Array(Hash1-Pos:1)
               MOVE '1' TO Filter-Array(Hash2-Pos:1)
           END-IF

           IF WS-Duplicate-Found = 'Y'
               AND WS-Current-Slot > 0
               MOVE 'Y' TO Batch-Confirmed(WS-Current-Slot)
           END-IF

           IF WS-Tran-Branch NOT = SPACES
               AND WS-Combo-Available = 'Y'
               PERFORM Screen-Combination
           END-IF

           ADD 1 TO WS-Numbers-Loaded
           .

      *> Screen the key, read-only, against each usable lookback
      *> filter in turn, most recent day first, until one confirms
      *> it. The key's hash accumulators are the ones just computed
      *> for this run's own filter - only the size they are folded
      *> into differs - so each prior filter is tested at the
      *> positions its own run would have set. A hit is followed up
      *> against the master like any other, and the exception names
      *> the prior filter. These hits are counted per lookback day,
      *> not in the run's own possibly-in-set figures.
       Screen-Lookback.
           PERFORM VARYING WS-Lb-Idx FROM 1 BY 1
                   UNTIL WS-Lb-Idx > WS-Lookback-Count
                      OR WS-Duplicate-Found = 'Y'
               IF Lb-Usable(WS-Lb-Idx) = 'Y'
                   COMPUTE WS-Lb-Pos1 =
                       FUNCTION MOD(WS-Hash-Acc1, Lb-Size(WS-Lb-Idx))
                           + 1
                   COMPUTE WS-Lb-Pos2 =
                       FUNCTION MOD(WS-Hash-Acc2, Lb-Size(WS-Lb-Idx))
                           + 1
                   IF Lb-Array(WS-Lb-Idx)(WS-Lb-Pos1:1) = '1' AND
                      Lb-Array(WS-Lb-Idx)(WS-Lb-Pos2:1) = '1'
                       ADD 1 TO Lb-Possible(WS-Lb-Idx)
                       MOVE Lb-Name(WS-Lb-Idx) TO WS-Hit-Filter
                       PERFORM Confirm-Duplicate
                       IF WS-Duplicate-Found = 'Y'
                           ADD 1 TO Lb-Confirmed(WS-Lb-Idx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *> The re-key screen. A hit on the companion filter says this
      *> amount/branch/date combination has been through before;
      *> the earlier transaction is then looked for - first among
      *> this batch's earlier records, then on the companion log of
      *> earlier runs - and one found under a different key makes
      *> this record a suspect re-key. A check-only run sets no
      *> companion bits, so its own batch never hits: it searches
      *> the batch whatever the filter says. A record already
      *> confirmed on its key is not searched for - it is raised
      *> once, as confirmed - but its combination's bits are set
      *> all the same, after the screen, like the key's.
       Screen-Combination.
           MOVE WS-Tran-Amount TO Combo-Amount
           MOVE WS-Tran-Branch TO Combo-Branch
           MOVE WS-Tran-Date   TO Combo-Date
           PERFORM Calculate-Combo-Hashes

           MOVE 'N' TO WS-Combo-Hit
           MOVE 'N' TO WS-Rekey-Found
           IF Combo-Array(Combo1-Pos:1) = '1' AND
              Combo-Array(Combo2-Pos:1) = '1'
               AND WS-Duplicate-Found = 'N'
               MOVE 'Y' TO WS-Combo-Hit
           END-IF

           IF WS-Combo-Hit = 'Y'
               OR (WS-Check-Only = 'Y' AND WS-Duplicate-Found = 'N')
               PERFORM Find-Rekey-In-Batch
           END-IF
           IF WS-Combo-Hit = 'Y' AND WS-Rekey-Found = 'N'
               PERFORM Find-Rekey-In-Log
           END-IF
           IF WS-Rekey-Found = 'Y'
               PERFORM Write-Rekey-Exception
           END-IF

           IF WS-Check-Only NOT = 'Y'
               MOVE '1' TO Combo-Array(Combo1-Pos:1)
               MOVE '1' TO Combo-Array(Combo2-Pos:1)
           END-IF
           .

      *> Look for an earlier record of this batch carrying the same
      *> combination under a different key - the same key again is
      *> an in-batch repeat, not a re-key. Stops short of the
      *> record's own slot; a record that found the table full
      *> searches all of it.
       Find-Rekey-In-Batch.
           IF WS-Current-Slot > 0
               COMPUTE WS-Rekey-Limit = WS-Current-Slot - 1
           ELSE
               MOVE WS-Batch-Count TO WS-Rekey-Limit
           END-IF
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Rekey-Limit OR WS-Rekey-Found = 'Y'
               IF Batch-Amount(J) = WS-Tran-Amount
                   AND Batch-Branch(J) = WS-Tran-Branch
                   AND Batch-Date(J) = WS-Tran-Date
                   AND Batch-Key(J) NOT = WS-Edited-Key
                   MOVE 'Y' TO WS-Rekey-Found
                   MOVE Batch-Key(J) TO WS-Rekey-Other-Key
                   MOVE "BATCH" TO WS-Rekey-Where
               END-IF
           END-PERFORM
           .

      *> Look for the combination on the companion log of earlier
      *> runs, under a different key. Only reached on a companion
      *> filter hit, so the log is read for the few records that
      *> need it, not the whole batch, and the log holds only the
      *> re-key window (see Cut-Back-Combo-Log). A missing log
      *> finds nothing.
       Find-Rekey-In-Log.
           MOVE 'N' TO WS-Combo-Log-EOF
           OPEN INPUT Combo-Log
           IF WS-Combo-Log-Status = "00"
               PERFORM UNTIL WS-Combo-Log-EOF = 'Y'
                       OR WS-Rekey-Found = 'Y'
                   READ Combo-Log
                       AT END SET WS-Combo-Log-EOF TO 'Y'
                   END-READ
                   IF WS-Combo-Log-EOF NOT = 'Y'
                       AND Clog-Amount = WS-Tran-Amount
                       AND Clog-Branch = WS-Tran-Branch
                       AND Clog-Date = WS-Tran-Date
                       AND Clog-Key NOT = WS-Edited-Key
                       MOVE 'Y' TO WS-Rekey-Found
                       MOVE Clog-Key TO WS-Rekey-Other-Key
                       MOVE Clog-Run-Date TO WS-Rekey-Where
                   END-IF
               END-PERFORM
               CLOSE Combo-Log
           END-IF
           .

      *> Raise the suspect re-key on the exceptions file under its
      *> own reason, naming the other key in the match fields. The
      *> account detail comes off the master when this key is
      *> there; otherwise it is blank and the transaction date
      *> stands as the posting date, as for an in-batch repeat.
       Write-Rekey-Exception.
           MOVE SPACES TO Exception-Record
           MOVE WS-Edited-Key TO Exception-Number
           MOVE "SUSPECT REKEY" TO Exception-Reason
           MOVE WS-Tran-Date TO Exception-Post-Date
           IF WS-Master-Available = 'Y'
               MOVE WS-Edited-Key TO Master-Key
               READ Master-File
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Master-Acct-Name TO Exception-Acct-Name
                       MOVE Master-Acct-Type TO Exception-Acct-Type
                       MOVE Master-Branch    TO Exception-Branch
                       MOVE Master-Post-Date TO Exception-Post-Date
                       MOVE Master-Status    TO Exception-Status
               END-READ
           END-IF
           MOVE WS-Tran-Amount TO Exception-Tran-Amount
           MOVE WS-Tran-Branch TO Exception-Tran-Branch
           MOVE WS-Tran-Date   TO Exception-Tran-Date
           ACCEPT WS-Confirm-Date FROM DATE YYYYMMDD
           MOVE WS-Confirm-Date TO Exception-Confirm-Date
           MOVE WS-Tran-Amount TO Exception-Match-Amount
           MOVE WS-Tran-Branch TO Exception-Match-Branch
           MOVE WS-Tran-Date   TO Exception-Match-Date
           MOVE WS-Rekey-Other-Key TO Exception-Match-Key
           IF WS-Resub-Mode = 'N'
               MOVE WS-Batch-Sender TO Exception-Sender
           END-IF
           WRITE Exception-Record

           ADD 1 TO WS-Rekey-Count
           ADD WS-Tran-Amount TO WS-Rekey-Amount-Tot
           IF WS-Rekey-Count <= WS-Max-Numbers
               MOVE WS-Edited-Key  TO Rekey-Key(WS-Rekey-Count)
               MOVE WS-Tran-Amount TO Rekey-Amount(WS-Rekey-Count)
               MOVE WS-Tran-Branch TO Rekey-Branch(WS-Rekey-Count)
               MOVE WS-Tran-Date   TO Rekey-Date(WS-Rekey-Count)
               MOVE WS-Rekey-Other-Key
                   TO Rekey-Other-Key(WS-Rekey-Count)
               MOVE WS-Rekey-Where
                   TO Rekey-Where-Seen(WS-Rekey-Count)
           END-IF
           PERFORM Write-Rekey-Audit
           .

      *> Append this batch's structured records to the companion
      *> log under today's run date, so a later run hitting the
      *> same combination can name the key it came in under.
      *> Legacy bare-key records carry no combination and stay off.
      *> The entries already on the log that have aged out of the
      *> re-key window are cut first.
       Append-Combo-Log.
           ACCEPT WS-Confirm-Date FROM DATE YYYYMMDD
           PERFORM Cut-Back-Combo-Log
           OPEN EXTEND Combo-Log
           IF WS-Combo-Log-Status NOT = "00"
               OPEN OUTPUT Combo-Log
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Batch-Count
               IF Batch-Branch(J) NOT = SPACES
                   MOVE SPACES TO Combo-Log-Record
                   MOVE Batch-Amount(J) TO Clog-Amount
                   MOVE Batch-Branch(J) TO Clog-Branch
                   MOVE Batch-Date(J)   TO Clog-Date
                   MOVE Batch-Key(J)    TO Clog-Key
                   MOVE WS-Confirm-Date TO Clog-Run-Date
                   WRITE Combo-Log-Record
               END-IF
           END-PERFORM
           CLOSE Combo-Log
           .

      *> Keep only the companion log entries whose transaction date
      *> is inside the re-key window of today's run: copy those to
      *> the work file, write them back as the log's new content,
      *> and delete the work file. An entry with no usable date is
      *> kept - it cannot be aged. Nothing aged out, or no work
      *> file to hold the kept entries, leaves the log as it was.
       Cut-Back-Combo-Log.
           MOVE ZERO TO WS-Combo-Kept
           MOVE ZERO TO WS-Combo-Dropped
           COMPUTE WS-Combo-Cutoff-Int =
               FUNCTION INTEGER-OF-DATE(WS-Confirm-Date)
                   - WS-Combo-Window-Days

           MOVE 'N' TO WS-Combo-Log-EOF
           OPEN INPUT Combo-Log
           IF WS-Combo-Log-Status = "00"
               OPEN OUTPUT Combo-Work
      *> No work file, no cut-back: the log is left whole.
               IF WS-Combo-Work-Status NOT = "00"
                   MOVE 'Y' TO WS-Combo-Log-EOF
               END-IF
               PERFORM UNTIL WS-Combo-Log-EOF = 'Y'
                   READ Combo-Log
                       AT END SET WS-Combo-Log-EOF TO 'Y'
                   END-READ
                   IF WS-Combo-Log-EOF NOT = 'Y'
                       MOVE ZERO TO WS-Clog-Date-Int
                       IF Clog-Date IS NUMERIC
                           AND FUNCTION TEST-DATE-YYYYMMDD(Clog-Date)
                               = 0
                           COMPUTE WS-Clog-Date-Int =
                               FUNCTION INTEGER-OF-DATE(Clog-Date)
                       END-IF
                       IF WS-Clog-Date-Int > ZERO
                           AND WS-Clog-Date-Int < WS-Combo-Cutoff-Int
                           ADD 1 TO WS-Combo-Dropped
                       ELSE
                           ADD 1 TO WS-Combo-Kept
                           MOVE Combo-Log-Record TO Combo-Work-Record
                           WRITE Combo-Work-Record
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Combo-Work
               CLOSE Combo-Log

               IF WS-Combo-Dropped > ZERO
                   OPEN INPUT Combo-Work
                   OPEN OUTPUT Combo-Log
                   MOVE 'N' TO WS-Combo-Log-EOF
                   PERFORM UNTIL WS-Combo-Log-EOF = 'Y'
                       READ Combo-Work
                           AT END SET WS-Combo-Log-EOF TO 'Y'
                       END-READ
                       IF WS-Combo-Log-EOF NOT = 'Y'
                           MOVE Combo-Work-Record TO Combo-Log-Record
                           WRITE Combo-Log-Record
                       END-IF
                   END-PERFORM
                   CLOSE Combo-Log
                   CLOSE Combo-Work
               END-IF

               MOVE RETURN-CODE TO WS-Saved-RC
               CALL "CBL_DELETE_FILE" USING WS-Combo-Work-Filename
               MOVE WS-Saved-RC TO RETURN-CODE
           END-IF
           .

      *> Edit the record just read into WS-Tran-Work. A structured
      *> feed record carries key, amount, originating branch and
      *> transaction date in fixed columns, and is recognized
      *> structured fields that were good and only splices in what
      *> the correction changes.
           MOVE WS-Tran-Work       TO Susp-Raw
           IF WS-Resub-Mode = 'N'
               MOVE WS-Batch-Sender TO Susp-Sender
           END-IF
           MOVE ZERO               TO Susp-Corr-Date
           WRITE Suspense-Record

           EVALUATE WS-Reject-Reason
      *> report measures days outstanding from.
               ACCEPT WS-Confirm-Date FROM DATE YYYYMMDD
               MOVE WS-Confirm-Date  TO Exception-Confirm-Date
      *> Which filter's hit this was - this run's own, or the prior
      *> business date's a lookback hit came from.
               MOVE WS-Hit-Filter    TO Exception-Hit-Filter
               IF WS-Resub-Mode = 'N'
                   MOVE WS-Batch-Sender TO Exception-Sender
               END-IF
               WRITE Exception-Record

               ADD WS-Tran-Amount TO WS-Dup-Amount-Tot
                       TO Excp-Tran-Brn(WS-Excp-Count)
                   MOVE WS-Tran-Date
                       TO Excp-Tran-Date(WS-Excp-Count)
                   MOVE WS-Hit-Filter
                       TO Excp-Hit-Filter(WS-Excp-Count)
               END-IF
           END-IF
           .
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

      *> In-batch repeats are counted apart from the master-confirmed
      *> figures above: a key new to the master shipped twice has
      *> nothing on the master to confirm, but costs just as much.
           MOVE WS-Inbatch-Count TO WS-Report-Loaded-Ed
           MOVE SPACES TO Report-Record
           STRING "In-batch duplicates:        " WS-Report-Loaded-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Inbatch-Amount-Tot TO WS-Dup-Amount-Ed
           MOVE SPACES TO Report-Record
           STRING "In-batch duplicate amount:  " WS-Dup-Amount-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           IF WS-Transactions-Truncated = 'Y'
               MOVE SPACES TO Report-Record
               STRING "  In-batch pass not run - load incomplete,"
                   " rerun to finish the batch"
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF
           IF WS-Batch-Table-Full = 'Y'
               MOVE WS-Max-Numbers TO WS-Report-Loaded-Ed
               MOVE SPACES TO Report-Record
               STRING "  WARNING: in-batch pass covered the first "
                   WS-Report-Loaded-Ed " records only"
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF

      *> Suspect re-keys are suspects, not confirmed duplicates, so
      *> they are counted on their own lines too.
           MOVE WS-Rekey-Count TO WS-Report-Loaded-Ed
           MOVE SPACES TO Report-Record
           STRING "Suspect re-keys:            " WS-Report-Loaded-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Rekey-Amount-Tot TO WS-Dup-Amount-Ed
           MOVE SPACES TO Report-Record
           STRING "Suspect re-key amount:      " WS-Dup-Amount-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           IF WS-Combo-Available = 'N'
               MOVE SPACES TO Report-Record
               STRING "  Re-key screening not run - no companion"
                   " filter on file"
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF

      *> Lookback section: each prior business-date filter screened
      *> against, with its possible and confirmed hits, so it shows
      *> how many days late the senders' resends arrive.
           IF WS-Lookback-Parm > 0
               PERFORM Write-Summary-Lookback
           END-IF

      *> Saturation section: bit density after this run, with an
      *> escalating warning once it crosses the agreed thresholds -
      *> the filter only accumulates, so a high density only ever
                   "  Business date: " WS-Batch-Bus-Date
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
               IF WS-Sender-Registry = 'N'
                   MOVE SPACES TO Report-Record
                   STRING "  WARNING: no sender registry on file -"
                       " sender not vetted"
                       DELIMITED BY SIZE INTO Report-Record
                   WRITE Report-Record
               ELSE
                   MOVE SPACES TO Report-Record
                   STRING "  Registered as: " WS-Sender-Name
                       DELIMITED BY SIZE INTO Report-Record
                   WRITE Report-Record
               END-IF
               IF WS-Sender-Range-Warn = 'Y'
                   MOVE WS-Sender-Min TO WS-Expected-Ed
                   MOVE WS-Sender-Max TO WS-Received-Ed
                   MOVE SPACES TO Report-Record
                   STRING "  WARNING: trailer count outside sender's"
                       " normal range " FUNCTION TRIM(WS-Expected-Ed)
                       "-" FUNCTION TRIM(WS-Received-Ed)
                       DELIMITED BY SIZE INTO Report-Record
                   WRITE Report-Record
               END-IF
           ELSE
               MOVE "  No header record on feed." TO Report-Record
               WRITE Report-Record
               IF WS-Headerless-Vetted = 'Y'
                   MOVE SPACES TO Report-Record
                   STRING "  WARNING: no sender registry on file -"
                       " sender not vetted"
                       DELIMITED BY SIZE INTO Report-Record
                   WRITE Report-Record
               END-IF
           END-IF

           IF WS-Trailer-Present = 'Y'
           PERFORM Append-Stats-History
           .

      *> The lookback breakdown, one line per prior filter, most
      *> recent day first. A day whose filter failed its checks is
      *> shown with the reason it went unscreened.
       Write-Summary-Lookback.
           MOVE WS-Lookback-Parm TO WS-Report-Loaded-Ed
           MOVE SPACES TO Report-Record
           STRING "Lookback screening (days requested: "
               FUNCTION TRIM(WS-Report-Loaded-Ed) "):"
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           PERFORM VARYING WS-Lb-Idx FROM 1 BY 1
                   UNTIL WS-Lb-Idx > WS-Lookback-Count
               MOVE SPACES TO Report-Record
               IF Lb-Usable(WS-Lb-Idx) = 'Y'
                   MOVE Lb-Possible(WS-Lb-Idx) TO WS-Lb-Possible-Ed
                   MOVE Lb-Confirmed(WS-Lb-Idx) TO WS-Lb-Confirmed-Ed
                   STRING "  Day -" WS-Lb-Idx " "
                       Lb-Name(WS-Lb-Idx)(1:8)
                       "  possible: " WS-Lb-Possible-Ed
                       "  confirmed: " WS-Lb-Confirmed-Ed
                       DELIMITED BY SIZE INTO Report-Record
               ELSE
                   STRING "  Day -" WS-Lb-Idx " "
                       Lb-Name(WS-Lb-Idx)(1:8)
                       "  not screened - "
                       FUNCTION TRIM(Lb-Skip-Reason(WS-Lb-Idx))
                       DELIMITED BY SIZE INTO Report-Record
               END-IF
               WRITE Report-Record
           END-PERFORM

           IF WS-Lookback-Count < WS-Lookback-Parm
               MOVE WS-Lookback-Count TO WS-Report-Loaded-Ed
               MOVE SPACES TO Report-Record
               STRING "  Only " FUNCTION TRIM(WS-Report-Loaded-Ed)
                   " prior business-date filter(s) on the catalog"
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-IF
           .

      *> Append this run's statistics record to STATHIST.DAT. The
      *> history is shared by every named filter - the record carries
      *> the filter name - and survives across runs the way the audit
               WRITE Worksheet-Record
           END-IF

           PERFORM Write-Worksheet-In-Batch

           PERFORM Write-Worksheet-Rekey

           CLOSE Worksheet-File
           .

      *> The in-batch repeats on a section of their own, apart from
      *> the master-confirmed groups: each repeat with the batch's
      *> first occurrence of its key underneath, so the clerk can
      *> see both transactions side by side before reversing one.
       Write-Worksheet-In-Batch.
           MOVE SPACES TO Worksheet-Record
           WRITE Worksheet-Record
           MOVE "In-batch duplicates (same key repeated in this batch):"
               TO Worksheet-Record
           WRITE Worksheet-Record

           IF WS-Inbatch-Count = 0
               MOVE "  None this run." TO Worksheet-Record
               WRITE Worksheet-Record
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Inbatch-Count
               MOVE Inbatch-Repeat-Idx(J) TO K
               MOVE Inbatch-First-Idx(J)  TO WS-First-Idx
               MOVE Batch-Amount(K) TO WS-Amount-Ed
               MOVE SPACES TO Worksheet-Record
               STRING "  " Batch-Key(K) " repeat  amt=" WS-Amount-Ed
                   " brn=" Batch-Branch(K) " date=" Batch-Date(K)
                   DELIMITED BY SIZE INTO Worksheet-Record
               WRITE Worksheet-Record
               MOVE Batch-Amount(WS-First-Idx) TO WS-Amount-Ed
               MOVE SPACES TO Worksheet-Record
               STRING "  " "                    " " first   amt="
                   WS-Amount-Ed " brn=" Batch-Branch(WS-First-Idx)
                   " date=" Batch-Date(WS-First-Idx)
                   DELIMITED BY SIZE INTO Worksheet-Record
               WRITE Worksheet-Record
           END-PERFORM

           IF WS-Inbatch-Count > 0
               MOVE WS-Inbatch-Count TO WS-Excp-Count-Ed
               MOVE SPACES TO Worksheet-Record
               STRING "Total in-batch duplicates: " WS-Excp-Count-Ed
                   DELIMITED BY SIZE INTO Worksheet-Record
               WRITE Worksheet-Record
           END-IF
           .

      *> The suspect re-keys on a section of their own, apart from
      *> the confirmed and in-batch sections: each suspect with the
      *> other key its amount/branch/date was seen under, and
      *> where - this batch, or the run date off the companion log.
      *> The clerk confirms these before anything is reversed.
       Write-Worksheet-Rekey.
           MOVE SPACES TO Worksheet-Record
           WRITE Worksheet-Record
           MOVE SPACES TO Worksheet-Record
           STRING "Suspect re-keyed transactions (same amount/branch/"
               "date, different key):"
               DELIMITED BY SIZE INTO Worksheet-Record
           WRITE Worksheet-Record
           MOVE SPACES TO Worksheet-Record
           STRING "  Suspects only - confirm with the branch before"
               " reversing."
               DELIMITED BY SIZE INTO Worksheet-Record
           WRITE Worksheet-Record

           IF WS-Rekey-Count = 0
               MOVE "  None this run." TO Worksheet-Record
               WRITE Worksheet-Record
           END-IF

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Rekey-Count OR J > WS-Max-Numbers
               MOVE Rekey-Amount(J) TO WS-Amount-Ed
               MOVE SPACES TO Worksheet-Record
               STRING "  " Rekey-Key(J) " suspect amt=" WS-Amount-Ed
                   " brn=" Rekey-Branch(J) " date=" Rekey-Date(J)
                   DELIMITED BY SIZE INTO Worksheet-Record
               WRITE Worksheet-Record
               MOVE SPACES TO Worksheet-Record
               STRING "  " Rekey-Other-Key(J) " earlier seen="
                   Rekey-Where-Seen(J)
                   DELIMITED BY SIZE INTO Worksheet-Record
               WRITE Worksheet-Record
           END-PERFORM

           IF WS-Rekey-Count > 0
               MOVE WS-Rekey-Count TO WS-Excp-Count-Ed
               MOVE SPACES TO Worksheet-Record
               STRING "Total suspect re-keys: " WS-Excp-Count-Ed
                   DELIMITED BY SIZE INTO Worksheet-Record
               WRITE Worksheet-Record
           END-IF
           .

      *> Print one branch group: header, one detail line per
      *> confirmed duplicate at that branch, and the branch count.
       Write-Worksheet-Branch.
                       " date=" Excp-Tran-Date(J)
                       DELIMITED BY SIZE INTO Worksheet-Record
                   WRITE Worksheet-Record
                   IF Excp-Hit-Filter(J) NOT = WS-Filter-Name
                       MOVE SPACES TO Worksheet-Record
                       STRING "    hit on prior filter "
                           FUNCTION TRIM(Excp-Hit-Filter(J))
                           DELIMITED BY SIZE INTO Worksheet-Record
                       WRITE Worksheet-Record
                   END-IF
               END-IF
           END-PERFORM

           PERFORM Write-Audit-Log
           .

      *> Hash the amount/branch/date combination into the companion
      *> filter the same way Calculate-Hashes hashes a key, over the
      *> companion's own size. No audit line here - the key's own
      *> ADD or CHECK line already records the screening.
       Calculate-Combo-Hashes.
           MOVE ZERO TO WS-Combo-Acc1
           MOVE ZERO TO WS-Combo-Acc2
           PERFORM VARYING WS-Hash-Index FROM 1 BY 1
                   UNTIL WS-Hash-Index > 25
               MOVE WS-Combo-Key-X(WS-Hash-Index:1) TO WS-Hash-Char
               COMPUTE WS-Hash-Char-Value =
                   FUNCTION ORD(WS-Hash-Char) - 1
               COMPUTE WS-Combo-Acc1 =
                   FUNCTION MOD((WS-Combo-Acc1 * 31) +
                       WS-Hash-Char-Value, 999999937)
               COMPUTE WS-Combo-Acc2 =
                   FUNCTION MOD((WS-Combo-Acc2 * 37) +
                       WS-Hash-Char-Value, 999999937)
           END-PERFORM

           COMPUTE Combo1-Pos =
               FUNCTION MOD(WS-Combo-Acc1, WS-Combo-Size) + 1
           COMPUTE Combo2-Pos =
               FUNCTION MOD(WS-Combo-Acc2, WS-Combo-Size) + 1
           .

      *> Open the durable audit log, appending to whatever a prior
      *> run already wrote so the trail covers the whole day.
       Open-Audit-Log.
                       PERFORM Edit-Transaction-Key
                       IF WS-Edit-Accepted = 'Y'
                           ADD 1 TO WS-Resub-Loaded
                           PERFORM Note-Batch-Record
                           PERFORM Screen-And-Add-Key
                       ELSE
                           PERFORM Write-Reject-Record
           WRITE Audit-Log-Record
           .

      *> Leave one timestamped, attributed audit entry per in-batch
      *> repeat, keyed so AudtInq's KEY= finds it with the key's
      *> ADD and CHECK lines.
       Write-In-Batch-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME

           MOVE Batch-Amount(K) TO WS-Amount-Ed
           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=" FUNCTION TRIM(WS-Filter-Name)
               " INBAT " Batch-Key(K) " amt="
               FUNCTION TRIM(WS-Amount-Ed)
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> Leave one timestamped, attributed audit entry per suspect
      *> re-key, keyed on the suspect so AudtInq's KEY= finds it,
      *> with the other key and where it was seen.
       Write-Rekey-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=" FUNCTION TRIM(WS-Filter-Name)
               " REKEY " WS-Edited-Key " other="
               FUNCTION TRIM(WS-Rekey-Other-Key) " seen="
               FUNCTION TRIM(WS-Rekey-Where)
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> Leave one timestamped, attributed audit entry for a prior
      *> filter left out of lookback screening, naming it and why.
       Write-Lookback-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME

           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " FLT=" FUNCTION TRIM(WS-Filter-Name)
               " LBSKP " WS-Lb-Pick " "
               FUNCTION TRIM(WS-Filter-Load-Error)
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> Record a durable, timestamped note that a load stopped at
      *> table capacity with input still remaining, so anyone
      *> reconstructing the day's screening from the audit trail can
