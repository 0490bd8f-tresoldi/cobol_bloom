       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsChk.

      *> End-of-day cross-file consistency sweep. Each program keeps
      *> its own files straight, but nothing else checks the files
      *> against one another, so a mismatch used to surface only
      *> when a clerk tripped over it. This job sweeps the places
      *> where two files must agree and writes every disagreement
      *> to a findings report with a severity:
      *>   - every catalogued filter's BLMFILT file is present and
      *>     passes its FLTRHDR integrity check
      *>   - no catalogued filter has a CHKPT file left behind by an
      *>     abandoned load
      *>   - every disposition on EXCPDISP.DAT matches an exception
      *>     on its filter's EXCPOUT file (or the ARCH- copy of it,
      *>     for a retired filter)
      *>   - every confirmed duplicate on a live EXCPOUT file still
      *>     has its key on the master
      *>   - every key on the escalation register had its master
      *>     status changed by MstrUpdt, per the change journal
      *>   - every suspense item marked corrected either still waits
      *>     on its filter's RESUB file or has been screened as a
      *>     RESUB by a nightly run, per the audit trail
      *> Severities: HIGH - money or a control is wrong now;
      *> MEDIUM - needs working, or a check could not be completed;
      *> LOW - noted for the record. The return code is 8 when
      *> there is any HIGH finding and 4 when the worst is MEDIUM,
      *> so BatchRun stops the chain on either; LOW findings alone
      *> end RC 0. Read-only throughout.
      *>
      *> Run as:  CONSCHK

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The filter catalog - which filters are live.
           SELECT Catalog-File ASSIGN TO "FLTRCTLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Catalog-File-Status.

      *> One catalogued filter's persisted BLMFILT file at a time,
      *> for its integrity check.
           SELECT Filter-File ASSIGN DYNAMIC WS-Filter-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Filter-File-Status.

      *> One catalogued filter's CHKPT file at a time.
           SELECT Checkpoint-File ASSIGN DYNAMIC WS-Checkpoint-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Checkpoint-File-Status.

      *> The shared disposition file written by ExcpDisp.
           SELECT Disp-File ASSIGN TO "EXCPDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Disp-File-Status.

      *> One filter's cumulative exceptions file at a time - live,
      *> or the ARCH- copy FltHskp left when the filter retired.
           SELECT Exceptions-File ASSIGN DYNAMIC WS-Exceptions-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Exceptions-File-Status.

      *> Master account/transaction index, read by key.
           SELECT Master-File ASSIGN TO "MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS Master-Key
               FILE STATUS IS WS-Master-File-Status.

      *> The escalation register DupEscl keeps.
           SELECT Register-File ASSIGN TO "ESCLCNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Register-File-Status.

      *> MstrUpdt's change journal.
           SELECT Journal-File ASSIGN TO "MSTRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

      *> The shared reject suspense file.
           SELECT Suspense-File ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Suspense-File-Status.

      *> One filter's resubmission file at a time.
           SELECT Resub-File ASSIGN DYNAMIC WS-Resub-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Resub-File-Status.

      *> The audit trail - the online log or one dated generation
      *> at a time - for the RESUB entries of repaired keys.
           SELECT Audit-Log ASSIGN DYNAMIC WS-Audit-Filename
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

      *> The findings report.
           SELECT Report-File ASSIGN TO "CONSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Report-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Catalog-File.
           COPY CTLGREC.

       FD  Filter-File.
       01  Filter-File-Record      PIC X(100000).

       FD  Checkpoint-File.
       01  Checkpoint-Record       PIC 9(5).

       FD  Disp-File.
           COPY DISPREC.

       FD  Exceptions-File.
           COPY EXCPREC.

       FD  Master-File.
           COPY MSTRREC.

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

       FD  Journal-File.
           COPY JRNLREC.

       FD  Suspense-File.
           COPY SUSPREC.

       FD  Resub-File.
       01  Resub-Record            PIC X(80).

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       FD  Report-File.
       01  Report-Record           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Catalog-File-Status   PIC XX.
       01 WS-Filter-File-Status    PIC XX.
       01 WS-Checkpoint-File-Status PIC XX.
       01 WS-Disp-File-Status      PIC XX.
       01 WS-Exceptions-File-Status PIC XX.
       01 WS-Master-File-Status    PIC XX.
       01 WS-Register-File-Status  PIC XX.
       01 WS-Journal-File-Status   PIC XX.
       01 WS-Suspense-File-Status  PIC XX.
       01 WS-Resub-File-Status     PIC XX.
       01 WS-Audit-Log-Status      PIC XX.
       01 WS-Report-File-Status    PIC XX.
       01 WS-Filter-Filename       PIC X(40) VALUE SPACES.
       01 WS-Checkpoint-Filename   PIC X(40) VALUE SPACES.
       01 WS-Exceptions-Filename   PIC X(40) VALUE SPACES.
       01 WS-Resub-Filename        PIC X(40) VALUE SPACES.
       01 WS-Audit-Filename        PIC X(40) VALUE SPACES.

      *> Who ran the sweep, and when.
       01 WS-Operator-Id           PIC X(8) VALUE SPACES.
       01 WS-Run-Date              PIC 9(8).
       01 WS-Run-Time              PIC 9(8).

      *> Set to 'Y' once the respective input is exhausted.
       01 WS-Catalog-EOF           PIC X VALUE 'N'.
       01 WS-Disp-EOF              PIC X VALUE 'N'.
       01 WS-Excp-EOF              PIC X VALUE 'N'.
       01 WS-Regr-EOF              PIC X VALUE 'N'.
       01 WS-Jrnl-EOF              PIC X VALUE 'N'.
       01 WS-Susp-EOF              PIC X VALUE 'N'.
       01 WS-Resub-EOF             PIC X VALUE 'N'.
       01 WS-Audit-EOF             PIC X VALUE 'N'.

      *> 'Y' once the master is open; with it unavailable the
      *> checks that need it are skipped and that is a finding.
       01 WS-Master-Available      PIC X VALUE 'N'.

      *> Bloom filter sizing and bit-array layout, and the
      *> integrity header, for checking each catalogued filter
      *> exactly the way its loaders do.
           COPY FLTRDEF.
           COPY FLTRHDR.
       01 WS-Filter-Error          PIC X(60) VALUE SPACES.

      *> The filters whose exceptions files are swept: every
      *> catalogued filter, then any other filter a disposition
      *> names - a retired one, found under its ARCH- copy.
       01 WS-Max-Scan              PIC 9(3) VALUE 400.
       01 WS-Scan-Count            PIC 9(3) VALUE ZERO.
       01 WS-Catalog-Count         PIC 9(3) VALUE ZERO.
       01 Scan-Table.
           05 Scan-Entry OCCURS 400 TIMES.
               10 Scan-Filter      PIC X(20).
               10 Scan-Catalogued  PIC X(1).
       01 WS-Scan-Idx              PIC 9(3).
       01 WS-Filter-Name-Work      PIC X(20).
       01 WS-Scan-Catalogued-Work  PIC X(1).
       01 WS-Scan-Known            PIC X VALUE 'N'.
       01 WS-Scan-Overflow         PIC X VALUE 'N'.
       01 WS-Scan-Archived         PIC X VALUE 'N'.

      *> The disposition file, tabled so each item can be marked as
      *> its exception is found. Bounded as GlExtr's table is.
       01 WS-Max-Disp              PIC 9(5) VALUE 10000.
       01 WS-Disp-Count            PIC 9(5) VALUE ZERO.
       01 Disp-Table.
           05 Dtab-Entry OCCURS 10000 TIMES.
               10 Dtab-Key         PIC X(20).
               10 Dtab-Filter      PIC X(20).
               10 Dtab-Post-Date   PIC 9(8).
               10 Dtab-Code        PIC X(10).
               10 Dtab-Date        PIC 9(8).
               10 Dtab-Operator    PIC X(8).
               10 Dtab-Found       PIC X(1).
       01 WS-Disp-Truncated        PIC X VALUE 'N'.

      *> The dispositions against the filter being swept, so each
      *> exception is compared with those alone.
       01 WS-Sub-Count             PIC 9(5) VALUE ZERO.
       01 Sub-Table.
           05 Sub-Disp-Idx         PIC 9(5) OCCURS 10000 TIMES.
       01 WS-Sub-Idx               PIC 9(5).

      *> Keys already reported as missing from the master, so a key
      *> confirmed on many nights is reported once per filter.
       01 WS-Max-Missing           PIC 9(5) VALUE 2000.
       01 WS-Missing-Count         PIC 9(5) VALUE ZERO.
       01 Missing-Table.
           05 Miss-Entry OCCURS 2000 TIMES.
               10 Miss-Key         PIC X(20).
               10 Miss-Filter      PIC X(20).
       01 WS-Missing-Known         PIC X VALUE 'N'.

      *> The escalation register, tabled so the journal can be
      *> swept once for all of it.
       01 WS-Max-Escl              PIC 9(5) VALUE 10000.
       01 WS-Escl-Count            PIC 9(5) VALUE ZERO.
       01 Escl-Table.
           05 Etab-Entry OCCURS 10000 TIMES.
               10 Etab-Key         PIC X(20).
               10 Etab-Filter      PIC X(20).
               10 Etab-Date        PIC 9(8).
               10 Etab-Found       PIC X(1).
       01 WS-Escl-Truncated        PIC X VALUE 'N'.

      *> The suspense items marked corrected, with the filter and
      *> repaired key to look for, and the earliest repair date -
      *> where the audit generations need searching from.
       01 WS-Max-Repair            PIC 9(5) VALUE 10000.
       01 WS-Repair-Count          PIC 9(5) VALUE ZERO.
       01 Repair-Table.
           05 Rtab-Entry OCCURS 10000 TIMES.
               10 Rtab-Key         PIC X(20).
               10 Rtab-Filter      PIC X(20).
               10 Rtab-Corr-Key    PIC X(20).
               10 Rtab-Corr-Date   PIC 9(8).
               10 Rtab-Found       PIC X(1).
       01 WS-Repair-Truncated      PIC X VALUE 'N'.
       01 WS-Repair-Unfound        PIC 9(5) VALUE ZERO.
       01 WS-Earliest-Repair       PIC 9(8) VALUE ZERO.

      *> Work fields for breaking an audit line into its pieces,
      *> the way AudtInq does.
       01 WS-Audit-Line            PIC X(120).
       01 WS-Tok-Stamp             PIC X(20).
       01 WS-Tok-Operator          PIC X(8).
       01 WS-Tok-Filter            PIC X(30).
       01 WS-Tok-Action            PIC X(8).
       01 WS-Tok-Key               PIC X(40).

      *> Day numbers for walking the dated audit generations.
       01 WS-Gen-Date              PIC 9(8).
       01 WS-Gen-Int               PIC 9(8).
       01 WS-Gen-End               PIC 9(8).

      *> The finding being written.
       01 WS-Find-Severity         PIC X(6) VALUE SPACES.
       01 WS-Find-Check            PIC X(12) VALUE SPACES.
       01 WS-Find-Detail           PIC X(96) VALUE SPACES.
       01 WS-Find-Suffix           PIC X(30) VALUE SPACES.

      *> Finding counts by severity and by check, for the summary.
       01 WS-High-Count            PIC 9(7) VALUE ZERO.
       01 WS-Medium-Count          PIC 9(7) VALUE ZERO.
       01 WS-Low-Count             PIC 9(7) VALUE ZERO.
       01 WS-Check-List.
           05 FILLER               PIC X(12) VALUE "FILTER-FILE".
           05 FILLER               PIC X(12) VALUE "CHECKPOINT".
           05 FILLER               PIC X(12) VALUE "DISPOSITION".
           05 FILLER               PIC X(12) VALUE "EXCP-MASTER".
           05 FILLER               PIC X(12) VALUE "ESCALATION".
           05 FILLER               PIC X(12) VALUE "SUSP-REPAIR".
           05 FILLER               PIC X(12) VALUE "SWEEP".
       01 WS-Checks REDEFINES WS-Check-List.
           05 Check-Name           PIC X(12) OCCURS 7 TIMES.
       01 WS-Check-Total           PIC 9(1) VALUE 7.
       01 Check-Counts.
           05 Check-Count          PIC 9(7) OCCURS 7 TIMES.

      *> Edited fields for the report lines.
       01 WS-Count-Ed              PIC Z(6)9.
       01 WS-Chkpt-Ed              PIC ZZZZ9.

      *> Loop counters for the table scans.
       01 J                        PIC 9(5).
       01 K                        PIC 9(5).

       PROCEDURE DIVISION.
           ACCEPT WS-Operator-Id FROM ENVIRONMENT "USER"
           IF WS-Operator-Id = SPACES
               MOVE "BATCH" TO WS-Operator-Id
           END-IF

           ACCEPT WS-Run-Date FROM DATE YYYYMMDD
           ACCEPT WS-Run-Time FROM TIME

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Check-Total
               MOVE ZERO TO Check-Count(J)
           END-PERFORM

           OPEN OUTPUT Report-File
           PERFORM Write-Report-Header

           PERFORM Open-Master
           PERFORM Load-Catalog
           PERFORM Check-Catalog-Filters
           PERFORM Load-Dispositions
           PERFORM Sweep-Exceptions
           PERFORM Report-Orphan-Dispositions
           PERFORM Check-Escalations
           PERFORM Check-Suspense-Repairs

           PERFORM Write-Report-Summary
           CLOSE Report-File

           IF WS-Master-Available = 'Y'
               CLOSE Master-File
           END-IF

           DISPLAY "CONSCHK: " WS-High-Count " high, "
               WS-Medium-Count " medium, " WS-Low-Count
               " low findings - see CONSRPT.DAT"

           EVALUATE TRUE
               WHEN WS-High-Count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Medium-Count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *> Open the indexed master for the key checks. Without it
      *> those checks cannot be made, which is itself a finding.
       Open-Master.
           OPEN INPUT Master-File
           IF WS-Master-File-Status = "00"
               MOVE 'Y' TO WS-Master-Available
           ELSE
               MOVE "HIGH" TO WS-Find-Severity
               MOVE "SWEEP" TO WS-Find-Check
               MOVE SPACES TO WS-Find-Detail
               STRING "MASTER.DAT cannot be opened (status "
                   WS-Master-File-Status
                   ") - master key checks skipped"
                   DELIMITED BY SIZE INTO WS-Find-Detail
               PERFORM Write-Finding
           END-IF
           .

      *> Table the catalogued filters as the first entries of the
      *> sweep list. A missing catalog is no live filters.
       Load-Catalog.
           MOVE 'N' TO WS-Catalog-EOF
           OPEN INPUT Catalog-File
           IF WS-Catalog-File-Status = "00"
               PERFORM UNTIL WS-Catalog-EOF = 'Y'
                   READ Catalog-File
                       AT END SET WS-Catalog-EOF TO 'Y'
                   END-READ
                   IF WS-Catalog-EOF NOT = 'Y'
                       AND Ctlg-Filter-Name NOT = SPACES
                       MOVE Ctlg-Filter-Name TO WS-Filter-Name-Work
                       MOVE 'Y' TO WS-Scan-Catalogued-Work
                       PERFORM Add-Scan-Filter
                   END-IF
               END-PERFORM
               CLOSE Catalog-File
           END-IF
           MOVE WS-Scan-Count TO WS-Catalog-Count
           .

      *> Add WS-Filter-Name-Work to the sweep list unless it is
      *> already there. A full list is reported once.
       Add-Scan-Filter.
           MOVE 'N' TO WS-Scan-Known
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Scan-Idx > WS-Scan-Count
                   OR WS-Scan-Known = 'Y'
               IF Scan-Filter(WS-Scan-Idx) = WS-Filter-Name-Work
                   MOVE 'Y' TO WS-Scan-Known
               END-IF
           END-PERFORM

           IF WS-Scan-Known NOT = 'Y'
               IF WS-Scan-Count < WS-Max-Scan
                   ADD 1 TO WS-Scan-Count
                   MOVE WS-Filter-Name-Work
                       TO Scan-Filter(WS-Scan-Count)
                   MOVE WS-Scan-Catalogued-Work
                       TO Scan-Catalogued(WS-Scan-Count)
               ELSE
                   IF WS-Scan-Overflow NOT = 'Y'
                       MOVE 'Y' TO WS-Scan-Overflow
                       MOVE "MEDIUM" TO WS-Find-Severity
                       MOVE "SWEEP" TO WS-Find-Check
                       MOVE SPACES TO WS-Find-Detail
                       STRING "more than " WS-Max-Scan
                           " filters - the rest are not swept"
                           DELIMITED BY SIZE INTO WS-Find-Detail
                       PERFORM Write-Finding
                   END-IF
               END-IF
           END-IF
           .

      *> For every catalogued filter: its BLMFILT file must load
      *> clean, and no CHKPT file may hold an unfinished position.
       Check-Catalog-Filters.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Scan-Idx > WS-Catalog-Count
               PERFORM Verify-One-Filter
               IF WS-Filter-Error NOT = SPACES
                   MOVE "HIGH" TO WS-Find-Severity
                   MOVE "FILTER-FILE" TO WS-Find-Check
                   MOVE SPACES TO WS-Find-Detail
                   STRING FUNCTION TRIM(WS-Filter-Filename) ": "
                       FUNCTION TRIM(WS-Filter-Error)
                       DELIMITED BY SIZE INTO WS-Find-Detail
                   PERFORM Write-Finding
               END-IF
               PERFORM Check-One-Checkpoint
           END-PERFORM
           .

      *> Load one catalogued filter's file and check its integrity
      *> header and bit-array checksum, test for test as BlmCheck's
      *> Load-Named-Filter does. WS-Filter-Error says what failed,
      *> blank when the filter is sound.
       Verify-One-Filter.
           MOVE SPACES TO WS-Filter-Error
           MOVE SPACES TO WS-Filter-Filename
           STRING "BLMFILT-" FUNCTION TRIM(Scan-Filter(WS-Scan-Idx))
               ".DAT" DELIMITED BY SIZE INTO WS-Filter-Filename
           END-STRING

           OPEN INPUT Filter-File
           IF WS-Filter-File-Status NOT = "00"
               MOVE "filter file is missing" TO WS-Filter-Error
           ELSE
               READ Filter-File INTO Filter-Header
                   AT END
                       MOVE "filter file is empty" TO WS-Filter-Error
               END-READ

               IF WS-Filter-Error = SPACES
                   AND Fhdr-Literal NOT = Fhdr-Literal-Value
                   MOVE "filter file has no integrity header"
                       TO WS-Filter-Error
               END-IF

               IF WS-Filter-Error = SPACES
                   AND Fhdr-Filter-Name NOT = Scan-Filter(WS-Scan-Idx)
                   MOVE "filter header names a different filter"
                       TO WS-Filter-Error
               END-IF

               IF WS-Filter-Error = SPACES
                   AND (Fhdr-Filter-Size = ZERO
                       OR Fhdr-Filter-Size > WS-Filter-Max-Size)
                   MOVE "filter header size is out of range"
                       TO WS-Filter-Error
               END-IF

               IF WS-Filter-Error = SPACES
                   MOVE Fhdr-Filter-Size TO WS-Filter-Size
                   READ Filter-File INTO Filter-Array
                       AT END
                           MOVE "filter bit array record is missing"
                               TO WS-Filter-Error
                   END-READ
               END-IF

               IF WS-Filter-Error = SPACES
                   MOVE ZERO TO Fhdr-Checksum-Acc
                   PERFORM VARYING Fhdr-Checksum-Idx FROM 1 BY 1
                           UNTIL Fhdr-Checksum-Idx > WS-Filter-Size
                       COMPUTE Fhdr-Checksum-Acc =
                           FUNCTION MOD((Fhdr-Checksum-Acc * 31) +
                               FUNCTION ORD(
                                   Filter-Array(Fhdr-Checksum-Idx:1)),
                               999999937)
                   END-PERFORM
                   IF Fhdr-Checksum-Acc NOT = Fhdr-Checksum
                       MOVE "filter bit array fails its checksum"
                           TO WS-Filter-Error
                   END-IF
               END-IF

               CLOSE Filter-File
           END-IF
           .

      *> A finished load leaves its checkpoint at zero; anything
      *> else is a load that was abandoned part way and never
      *> rerun to completion.
       Check-One-Checkpoint.
           MOVE SPACES TO WS-Checkpoint-Filename
           STRING "CHKPT-" FUNCTION TRIM(Scan-Filter(WS-Scan-Idx))
               ".DAT" DELIMITED BY SIZE INTO WS-Checkpoint-Filename
           END-STRING

           OPEN INPUT Checkpoint-File
           IF WS-Checkpoint-File-Status = "00"
               READ Checkpoint-File
                   AT END CONTINUE
               END-READ
               IF WS-Checkpoint-File-Status = "00"
                   IF Checkpoint-Record IS NOT NUMERIC
                       MOVE "MEDIUM" TO WS-Find-Severity
                       MOVE "CHECKPOINT" TO WS-Find-Check
                       MOVE SPACES TO WS-Find-Detail
                       STRING FUNCTION TRIM(WS-Checkpoint-Filename)
                           ": unreadable checkpoint position"
                           DELIMITED BY SIZE INTO WS-Find-Detail
                       PERFORM Write-Finding
                   ELSE
                       IF Checkpoint-Record NOT = ZERO
                           MOVE Checkpoint-Record TO WS-Chkpt-Ed
                           MOVE "MEDIUM" TO WS-Find-Severity
                           MOVE "CHECKPOINT" TO WS-Find-Check
                           MOVE SPACES TO WS-Find-Detail
                           STRING
                               FUNCTION TRIM(WS-Checkpoint-Filename)
                               ": abandoned load left at record "
                               FUNCTION TRIM(WS-Chkpt-Ed)
                               DELIMITED BY SIZE INTO WS-Find-Detail
                           PERFORM Write-Finding
                       END-IF
                   END-IF
               END-IF
               CLOSE Checkpoint-File
           END-IF
           .

      *> Table the disposition file, adding any filter it names
      *> that the catalog does not to the sweep list.
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
                       MOVE Disp-Key TO Dtab-Key(WS-Disp-Count)
                       MOVE Disp-Filter-Name
                           TO Dtab-Filter(WS-Disp-Count)
                       MOVE Disp-Post-Date
                           TO Dtab-Post-Date(WS-Disp-Count)
                       MOVE Disp-Code TO Dtab-Code(WS-Disp-Count)
                       MOVE Disp-Date TO Dtab-Date(WS-Disp-Count)
                       MOVE Disp-Operator
                           TO Dtab-Operator(WS-Disp-Count)
                       MOVE 'N' TO Dtab-Found(WS-Disp-Count)
                       MOVE Disp-Filter-Name TO WS-Filter-Name-Work
                       MOVE 'N' TO WS-Scan-Catalogued-Work
                       PERFORM Add-Scan-Filter
                   END-IF
               END-PERFORM

      *> Table full - peek one more record to tell truncation apart
      *> from genuine end of file.
               IF WS-Disp-EOF NOT = 'Y'
                   READ Disp-File
                       AT END SET WS-Disp-EOF TO 'Y'
                   END-READ
                   IF WS-Disp-EOF NOT = 'Y'
                       MOVE 'Y' TO WS-Disp-Truncated
                       MOVE "MEDIUM" TO WS-Find-Severity
                       MOVE "SWEEP" TO WS-Find-Check
                       MOVE SPACES TO WS-Find-Detail
                       STRING "EXCPDISP.DAT holds more than "
                           WS-Max-Disp " dispositions - the rest"
                           " are not checked"
                           DELIMITED BY SIZE INTO WS-Find-Detail
                       PERFORM Write-Finding
                   END-IF
               END-IF

               CLOSE Disp-File
           END-IF
           .

      *> Sweep every listed filter's exceptions file once: each
      *> exception marks off the dispositions recorded against it,
      *> and each confirmed duplicate on a live file has its key
      *> looked up on the master.
       Sweep-Exceptions.
           PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                   UNTIL WS-Scan-Idx > WS-Scan-Count
               PERFORM Sweep-One-Exceptions-File
           END-PERFORM
           .

      *> One filter's exceptions file. A filter off the catalog is
      *> looked for under the ARCH- name FltHskp retires it to; its
      *> exceptions still match dispositions, but its keys are no
      *> longer live work and are not looked up on the master.
       Sweep-One-Exceptions-File.
           MOVE ZERO TO WS-Sub-Count
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Disp-Count
               IF Dtab-Filter(J) = Scan-Filter(WS-Scan-Idx)
                   ADD 1 TO WS-Sub-Count
                   MOVE J TO Sub-Disp-Idx(WS-Sub-Count)
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-Scan-Archived
           MOVE SPACES TO WS-Exceptions-Filename
           STRING "EXCPOUT-" FUNCTION TRIM(Scan-Filter(WS-Scan-Idx))
               ".DAT" DELIMITED BY SIZE INTO WS-Exceptions-Filename
           END-STRING
           OPEN INPUT Exceptions-File

           IF WS-Exceptions-File-Status NOT = "00"
               AND Scan-Catalogued(WS-Scan-Idx) NOT = 'Y'
               MOVE 'Y' TO WS-Scan-Archived
               MOVE SPACES TO WS-Exceptions-Filename
               STRING "ARCH-EXCPOUT-"
                   FUNCTION TRIM(Scan-Filter(WS-Scan-Idx)) ".DAT"
                   DELIMITED BY SIZE INTO WS-Exceptions-Filename
               END-STRING
               OPEN INPUT Exceptions-File
           END-IF

           IF WS-Exceptions-File-Status = "00"
               MOVE 'N' TO WS-Excp-EOF
               PERFORM UNTIL WS-Excp-EOF = 'Y'
                   READ Exceptions-File
                       AT END SET WS-Excp-EOF TO 'Y'
                   END-READ
                   IF WS-Excp-EOF NOT = 'Y'
                       PERFORM Match-One-Exception
                       IF WS-Scan-Archived NOT = 'Y'
                           AND WS-Master-Available = 'Y'
                           AND Exception-Reason =
                               "CONFIRMED DUPLICATE"
                           PERFORM Check-Exception-Master
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Exceptions-File
           END-IF
           .

      *> Mark off every disposition recorded against this
      *> exception's key/filter/posting-date triplet.
       Match-One-Exception.
           PERFORM VARYING WS-Sub-Idx FROM 1 BY 1
                   UNTIL WS-Sub-Idx > WS-Sub-Count
               MOVE Sub-Disp-Idx(WS-Sub-Idx) TO K
               IF Dtab-Key(K) = Exception-Number
                   AND Dtab-Post-Date(K) = Exception-Post-Date
                   MOVE 'Y' TO Dtab-Found(K)
               END-IF
           END-PERFORM
           .

      *> A confirmed duplicate was confirmed against the master when
      *> it was raised; a key no longer there has been deleted or
      *> purged under an exception still on file.
       Check-Exception-Master.
           MOVE Exception-Number TO Master-Key
           READ Master-File
               INVALID KEY
                   PERFORM Report-Missing-Key
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

      *> Report a missing key once per filter, however many times
      *> it was confirmed.
       Report-Missing-Key.
           MOVE 'N' TO WS-Missing-Known
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-Missing-Count OR WS-Missing-Known = 'Y'
               IF Miss-Key(J) = Exception-Number
                   AND Miss-Filter(J) = Scan-Filter(WS-Scan-Idx)
                   MOVE 'Y' TO WS-Missing-Known
               END-IF
           END-PERFORM

           IF WS-Missing-Known NOT = 'Y'
               IF WS-Missing-Count < WS-Max-Missing
                   ADD 1 TO WS-Missing-Count
                   MOVE Exception-Number
                       TO Miss-Key(WS-Missing-Count)
                   MOVE Scan-Filter(WS-Scan-Idx)
                       TO Miss-Filter(WS-Missing-Count)
               END-IF
               MOVE "MEDIUM" TO WS-Find-Severity
               MOVE "EXCP-MASTER" TO WS-Find-Check
               MOVE SPACES TO WS-Find-Detail
               STRING "key " FUNCTION TRIM(Exception-Number)
                   " on EXCPOUT-"
                   FUNCTION TRIM(Scan-Filter(WS-Scan-Idx))
                   " (posted " Exception-Post-Date
                   ") is no longer on the master"
                   DELIMITED BY SIZE INTO WS-Find-Detail
               PERFORM Write-Finding
           END-IF
           .

      *> Every disposition no exception marked off. A REVERSED one
      *> may have gone to the ledger with nothing behind it, so it
      *> is HIGH; any other outcome recorded against nothing is
      *> MEDIUM.
       Report-Orphan-Dispositions.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Disp-Count
               IF Dtab-Found(J) NOT = 'Y'
                   IF Dtab-Code(J) = "REVERSED"
                       MOVE "HIGH" TO WS-Find-Severity
                   ELSE
                       MOVE "MEDIUM" TO WS-Find-Severity
                   END-IF
                   MOVE "DISPOSITION" TO WS-Find-Check
                   MOVE SPACES TO WS-Find-Detail
                   STRING FUNCTION TRIM(Dtab-Code(J)) " "
                       FUNCTION TRIM(Dtab-Key(J)) " "
                       FUNCTION TRIM(Dtab-Filter(J)) " "
                       Dtab-Post-Date(J) " by "
                       FUNCTION TRIM(Dtab-Operator(J)) " on "
                       Dtab-Date(J) " has no exception on file"
                       DELIMITED BY SIZE INTO WS-Find-Detail
                   PERFORM Write-Finding
               END-IF
           END-PERFORM
           .

      *> Every escalated key should have a STATUS change journalled
      *> by MstrUpdt on or after the day it was escalated. Table the
      *> register, sweep the journal once, then judge what is left
      *> against the master: still active there is HIGH, gone from
      *> it MEDIUM, already suspended some other way LOW.
       Check-Escalations.
           MOVE 'N' TO WS-Regr-EOF
           OPEN INPUT Register-File
           IF WS-Register-File-Status = "00"
               PERFORM UNTIL WS-Regr-EOF = 'Y'
                       OR WS-Escl-Count >= WS-Max-Escl
                   READ Register-File
                       AT END SET WS-Regr-EOF TO 'Y'
                   END-READ
                   IF WS-Regr-EOF NOT = 'Y'
                       ADD 1 TO WS-Escl-Count
                       MOVE Regr-Key TO Etab-Key(WS-Escl-Count)
                       MOVE Regr-Filter-Name
                           TO Etab-Filter(WS-Escl-Count)
                       MOVE Regr-Date TO Etab-Date(WS-Escl-Count)
                       MOVE 'N' TO Etab-Found(WS-Escl-Count)
                   END-IF
               END-PERFORM

               IF WS-Regr-EOF NOT = 'Y'
                   READ Register-File
                       AT END SET WS-Regr-EOF TO 'Y'
                   END-READ
                   IF WS-Regr-EOF NOT = 'Y'
                       MOVE 'Y' TO WS-Escl-Truncated
                       MOVE "MEDIUM" TO WS-Find-Severity
                       MOVE "SWEEP" TO WS-Find-Check
                       MOVE SPACES TO WS-Find-Detail
                       STRING "ESCLCNT.DAT holds more than "
                           WS-Max-Escl " keys - the rest are not"
                           " checked"
                           DELIMITED BY SIZE INTO WS-Find-Detail
                       PERFORM Write-Finding
                   END-IF
               END-IF

               CLOSE Register-File
           END-IF

           IF WS-Escl-Count > 0
               MOVE 'N' TO WS-Jrnl-EOF
               OPEN INPUT Journal-File
               IF WS-Journal-File-Status = "00"
                   PERFORM UNTIL WS-Jrnl-EOF = 'Y'
                       READ Journal-File
                           AT END SET WS-Jrnl-EOF TO 'Y'
                       END-READ
                       IF WS-Jrnl-EOF NOT = 'Y'
                           AND Jrnl-Action = "STATUS"
                           PERFORM Match-Escalation
                       END-IF
                   END-PERFORM
                   CLOSE Journal-File
               END-IF

               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Escl-Count
                   IF Etab-Found(J) NOT = 'Y'
                       PERFORM Report-Unapplied-Escalation
                   END-IF
               END-PERFORM
           END-IF
           .

      *> Mark off the register entries this STATUS change answers.
       Match-Escalation.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-Escl-Count
               IF Etab-Key(K) = Jrnl-Key
                   AND Jrnl-Date >= Etab-Date(K)
                   MOVE 'Y' TO Etab-Found(K)
               END-IF
           END-PERFORM
           .

      *> An escalation with no journalled STATUS change, graded by
      *> where the account stands on the master now.
       Report-Unapplied-Escalation.
           MOVE "HIGH" TO WS-Find-Severity
           MOVE SPACES TO WS-Find-Suffix

           IF WS-Master-Available = 'Y'
               MOVE Etab-Key(J) TO Master-Key
               READ Master-File
                   INVALID KEY
                       MOVE "MEDIUM" TO WS-Find-Severity
                       MOVE " - key not on the master"
                           TO WS-Find-Suffix
                   NOT INVALID KEY
                       IF Master-Status = "S"
                           MOVE "LOW" TO WS-Find-Severity
                           MOVE " - master already suspended"
                               TO WS-Find-Suffix
                       END-IF
               END-READ
           END-IF

           MOVE "ESCALATION" TO WS-Find-Check
           MOVE SPACES TO WS-Find-Detail
           STRING "escalated key " FUNCTION TRIM(Etab-Key(J))
               " (" FUNCTION TRIM(Etab-Filter(J)) " on "
               Etab-Date(J) ") has no STATUS change on the journal"
               WS-Find-Suffix
               DELIMITED BY SIZE INTO WS-Find-Detail
           PERFORM Write-Finding
           .

      *> Every suspense item marked corrected should have left its
      *> repaired key either still waiting on its filter's RESUB
      *> file or screened as a RESUB by a nightly run since. Items
      *> corrected before the repair key was stamped cannot be
      *> traced, and are noted LOW.
       Check-Suspense-Repairs.
           MOVE 'N' TO WS-Susp-EOF
           OPEN INPUT Suspense-File
           IF WS-Suspense-File-Status = "00"
               PERFORM UNTIL WS-Susp-EOF = 'Y'
                   READ Suspense-File
                       AT END SET WS-Susp-EOF TO 'Y'
                   END-READ
                   IF WS-Susp-EOF NOT = 'Y'
                       AND Susp-Status = "C"
                       PERFORM Table-One-Repair
                   END-IF
               END-PERFORM
               CLOSE Suspense-File
           END-IF

           IF WS-Repair-Count > 0
               PERFORM VARYING WS-Scan-Idx FROM 1 BY 1
                       UNTIL WS-Scan-Idx > WS-Scan-Count
                   PERFORM Sweep-One-Resub-File
               END-PERFORM
               PERFORM Count-Unfound-Repairs
           END-IF

           IF WS-Repair-Unfound > 0
               PERFORM Sweep-Audit-Trail
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Repair-Count
               IF Rtab-Found(J) NOT = 'Y'
                   MOVE "HIGH" TO WS-Find-Severity
                   MOVE "SUSP-REPAIR" TO WS-Find-Check
                   MOVE SPACES TO WS-Find-Detail
                   STRING "repair of " FUNCTION TRIM(Rtab-Key(J))
                       " to " FUNCTION TRIM(Rtab-Corr-Key(J))
                       " (" FUNCTION TRIM(Rtab-Filter(J)) " on "
                       Rtab-Corr-Date(J) ") is neither on RESUB nor"
                       " screened"
                       DELIMITED BY SIZE INTO WS-Find-Detail
                   PERFORM Write-Finding
               END-IF
           END-PERFORM
           .

      *> Table one corrected item, with its filter defaulted the way
      *> SuspRepr names the RESUB file, and its filter put on the
      *> sweep list so that RESUB file is read.
       Table-One-Repair.
           IF Susp-Corr-Key = SPACES
               MOVE "LOW" TO WS-Find-Severity
               MOVE "SUSP-REPAIR" TO WS-Find-Check
               MOVE SPACES TO WS-Find-Detail
               STRING "corrected item " FUNCTION TRIM(Susp-Key)
                   " (" FUNCTION TRIM(Susp-Filter-Name)
                   ") carries no repair key - cannot be traced"
                   DELIMITED BY SIZE INTO WS-Find-Detail
               PERFORM Write-Finding
           ELSE
               IF WS-Repair-Count < WS-Max-Repair
                   ADD 1 TO WS-Repair-Count
                   MOVE Susp-Key TO Rtab-Key(WS-Repair-Count)
                   IF Susp-Filter-Name = SPACES
                       MOVE "DEFAULT" TO Rtab-Filter(WS-Repair-Count)
                   ELSE
                       MOVE Susp-Filter-Name
                           TO Rtab-Filter(WS-Repair-Count)
                   END-IF
                   MOVE Susp-Corr-Key
                       TO Rtab-Corr-Key(WS-Repair-Count)
                   MOVE Susp-Corr-Date
                       TO Rtab-Corr-Date(WS-Repair-Count)
                   MOVE 'N' TO Rtab-Found(WS-Repair-Count)
                   MOVE Rtab-Filter(WS-Repair-Count)
                       TO WS-Filter-Name-Work
                   MOVE 'N' TO WS-Scan-Catalogued-Work
                   PERFORM Add-Scan-Filter
               ELSE
                   IF WS-Repair-Truncated NOT = 'Y'
                       MOVE 'Y' TO WS-Repair-Truncated
                       MOVE "MEDIUM" TO WS-Find-Severity
                       MOVE "SWEEP" TO WS-Find-Check
                       MOVE SPACES TO WS-Find-Detail
                       STRING "more than " WS-Max-Repair
                           " corrected suspense items - the rest are"
                           " not checked"
                           DELIMITED BY SIZE INTO WS-Find-Detail
                       PERFORM Write-Finding
                   END-IF
               END-IF
           END-IF
           .

      *> Mark off the repairs still waiting on one filter's RESUB
      *> file - the repaired key is the first 20 columns.
       Sweep-One-Resub-File.
           MOVE SPACES TO WS-Resub-Filename
           STRING "RESUB-" FUNCTION TRIM(Scan-Filter(WS-Scan-Idx))
               ".DAT" DELIMITED BY SIZE INTO WS-Resub-Filename
           END-STRING

           MOVE 'N' TO WS-Resub-EOF
           OPEN INPUT Resub-File
           IF WS-Resub-File-Status = "00"
               PERFORM UNTIL WS-Resub-EOF = 'Y'
                   READ Resub-File
                       AT END SET WS-Resub-EOF TO 'Y'
                   END-READ
                   IF WS-Resub-EOF NOT = 'Y'
                       PERFORM VARYING J FROM 1 BY 1
                               UNTIL J > WS-Repair-Count
                           IF Rtab-Filter(J) = Scan-Filter(WS-Scan-Idx)
                               AND Rtab-Corr-Key(J) =
                                   Resub-Record(1:20)
                               MOVE 'Y' TO Rtab-Found(J)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE Resub-File
           END-IF
           .

      *> How many repairs are still untraced, and the earliest of
      *> their repair dates.
       Count-Unfound-Repairs.
           MOVE ZERO TO WS-Repair-Unfound
           MOVE ZERO TO WS-Earliest-Repair
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Repair-Count
               IF Rtab-Found(J) NOT = 'Y'
                   ADD 1 TO WS-Repair-Unfound
                   IF WS-Earliest-Repair = ZERO
                       OR Rtab-Corr-Date(J) < WS-Earliest-Repair
                       MOVE Rtab-Corr-Date(J) TO WS-Earliest-Repair
                   END-IF
               END-IF
           END-PERFORM
           .

      *> Look for the untraced repairs' RESUB screening entries: in
      *> every dated generation from the earliest repair date to
      *> today, then on the online log. A generation that does not
      *> exist is simply skipped, as AudtInq does.
       Sweep-Audit-Trail.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-Earliest-Repair) = 0
               COMPUTE WS-Gen-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Earliest-Repair)
               COMPUTE WS-Gen-End =
                   FUNCTION INTEGER-OF-DATE(WS-Run-Date)
               PERFORM UNTIL WS-Gen-Int > WS-Gen-End
                   COMPUTE WS-Gen-Date =
                       FUNCTION DATE-OF-INTEGER(WS-Gen-Int)
                   MOVE SPACES TO WS-Audit-Filename
                   STRING "AUDITLOG-" WS-Gen-Date ".DAT"
                       DELIMITED BY SIZE INTO WS-Audit-Filename
                   END-STRING
                   PERFORM Sweep-One-Audit-File
                   ADD 1 TO WS-Gen-Int
               END-PERFORM
           END-IF

           MOVE "AUDITLOG.DAT" TO WS-Audit-Filename
           PERFORM Sweep-One-Audit-File
           .

      *> One audit file: every RESUB line marks off the repair of
      *> the same key for the same filter.
       Sweep-One-Audit-File.
           MOVE 'N' TO WS-Audit-EOF
           OPEN INPUT Audit-Log
           IF WS-Audit-Log-Status = "00"
               PERFORM UNTIL WS-Audit-EOF = 'Y'
                   READ Audit-Log INTO WS-Audit-Line
                       AT END SET WS-Audit-EOF TO 'Y'
                   END-READ
                   IF WS-Audit-EOF NOT = 'Y'
                       MOVE SPACES TO WS-Tok-Stamp WS-Tok-Operator
                           WS-Tok-Filter WS-Tok-Action WS-Tok-Key
                       UNSTRING WS-Audit-Line DELIMITED BY ALL " "
                           INTO WS-Tok-Stamp WS-Tok-Operator
                               WS-Tok-Filter WS-Tok-Action WS-Tok-Key
                       END-UNSTRING
                       IF WS-Tok-Action = "RESUB"
                           AND WS-Tok-Filter(1:4) = "FLT="
                           PERFORM Match-Resub-Entry
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Audit-Log
           END-IF
           .

      *> Mark off the untraced repairs this RESUB entry answers.
       Match-Resub-Entry.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-Repair-Count
               IF Rtab-Found(J) NOT = 'Y'
                   AND Rtab-Filter(J) = WS-Tok-Filter(5:20)
                   AND Rtab-Corr-Key(J) = WS-Tok-Key
                   MOVE 'Y' TO Rtab-Found(J)
               END-IF
           END-PERFORM
           .

      *> The report heading.
       Write-Report-Header.
           MOVE "End-of-Day Cross-File Consistency Report"
               TO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           STRING "Run date: " WS-Run-Date "  Time: " WS-Run-Time
               "  Run by: " WS-Operator-Id
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           WRITE Report-Record

           MOVE "Severity Check        Finding" TO Report-Record
           WRITE Report-Record
           .

      *> Write the finding in WS-Find-Severity / WS-Find-Check /
      *> WS-Find-Detail and count it.
       Write-Finding.
           EVALUATE WS-Find-Severity
               WHEN "HIGH"
                   ADD 1 TO WS-High-Count
               WHEN "MEDIUM"
                   ADD 1 TO WS-Medium-Count
               WHEN OTHER
                   ADD 1 TO WS-Low-Count
           END-EVALUATE

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-Check-Total
               IF Check-Name(K) = WS-Find-Check
                   ADD 1 TO Check-Count(K)
               END-IF
           END-PERFORM

           MOVE SPACES TO Report-Record
           STRING WS-Find-Severity "   " WS-Find-Check " "
               WS-Find-Detail
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record
           .

      *> Totals by check and by severity, and the return code the
      *> run ends with.
       Write-Report-Summary.
           IF WS-High-Count + WS-Medium-Count + WS-Low-Count = 0
               MOVE "No findings - all files agree." TO Report-Record
               WRITE Report-Record
           END-IF

           MOVE SPACES TO Report-Record
           WRITE Report-Record
           MOVE "Findings by check:" TO Report-Record
           WRITE Report-Record

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-Check-Total
               MOVE Check-Count(K) TO WS-Count-Ed
               MOVE SPACES TO Report-Record
               STRING "  " Check-Name(K) "      " WS-Count-Ed
                   DELIMITED BY SIZE INTO Report-Record
               WRITE Report-Record
           END-PERFORM

           MOVE SPACES TO Report-Record
           WRITE Report-Record

           MOVE WS-Catalog-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Catalogued filters checked:  " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Disp-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Dispositions checked:        " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Escl-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Escalated keys checked:      " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Repair-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "Suspense repairs checked:    " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           WRITE Report-Record

           MOVE WS-High-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "HIGH findings:               " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Medium-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "MEDIUM findings:             " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE WS-Low-Count TO WS-Count-Ed
           MOVE SPACES TO Report-Record
           STRING "LOW findings:                " WS-Count-Ed
               DELIMITED BY SIZE INTO Report-Record
           WRITE Report-Record

           MOVE SPACES TO Report-Record
           EVALUATE TRUE
               WHEN WS-High-Count > 0
                   MOVE "Return code 8 - HIGH findings present"
                       TO Report-Record
               WHEN WS-Medium-Count > 0
                   MOVE "Return code 4 - MEDIUM findings present"
                       TO Report-Record
               WHEN OTHER
                   MOVE "Return code 0" TO Report-Record
           END-EVALUATE
           WRITE Report-Record
           .

       END PROGRAM ConsChk.
