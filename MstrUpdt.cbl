
      *> Daily maintenance transactions - one action per record:
      *> ADD, DELETE and STATUS carry a key, PURGE empties the
      *> whole master - but only once a second operator has approved
      *> it through ApprGate; until then it is held. DupEscl
      *> appends STATUS transactions here for escalated repeat
      *> duplicates, so the screening side feeds the master
      *> through the same gate as everything else.
           SELECT Maint-File ASSIGN TO "MSTRTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Maint-File-Status.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Control-File-Status.

      *> Change journal - every applied action with the full master
      *> record before and after it, appended across runs, so the
      *> state of any account on any past date can be rebuilt
      *> (MstrHist reads it back). Only applied actions go on it;
      *> rejects changed nothing.
           SELECT Journal-File ASSIGN TO "MSTRJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Journal-File-Status.

      *> Durable, timestamped audit trail shared with BloomFilter and
      *> DupEscl - a change to the system of record must leave a
      *> trace alongside the screening activity that prompted it.
           SELECT Audit-Log ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Audit-Log-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Master-File.
       FD  Control-File.
       01  Control-Record          PIC X(80).

       FD  Journal-File.
           COPY JRNLREC.

       FD  Audit-Log.
       01  Audit-Log-Record        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-Master-File-Status    PIC XX.
       01 WS-Maint-File-Status     PIC XX.
       01 WS-Control-File-Status   PIC XX.
       01 WS-Journal-File-Status   PIC XX.
       01 WS-Audit-Log-Status      PIC XX.

      *> Who ran the maintenance, recorded on every journal and
      *> audit entry; falls back to BATCH under the scheduler.
       01 WS-Operator-Id           PIC X(8) VALUE SPACES.
       01 WS-Audit-Date            PIC 9(8).
       01 WS-Audit-Time            PIC 9(8).

      *> Journal working fields: where the action came from (KEYED
      *> for a hand-keyed transaction with no source of its own),
      *> the master record either side of it with a Y/N flag for
      *> whether there was one, and the audit action tag and detail
      *> for the matching audit line.
       01 WS-Journal-Source        PIC X(8).
       01 WS-Before-Flag           PIC X VALUE 'N'.
       01 WS-Before-Image          PIC X(72).
       01 WS-After-Flag            PIC X VALUE 'N'.
       01 WS-After-Image           PIC X(72).
       01 WS-Audit-Action          PIC X(6).
       01 WS-Audit-Detail          PIC X(30).

      *> Accounts journaled out by each purge, for its audit line.
       01 WS-Purge-Count           PIC 9(7) VALUE ZERO.
       01 WS-Purge-Count-Ed        PIC Z(6)9.

      *> Set to 'Y' once the respective scan or input is exhausted.
       01 WS-Master-EOF            PIC X VALUE 'N'.
       01 WS-Status-Applied        PIC 9(7) VALUE ZERO.
       01 WS-Status-Rejected       PIC 9(7) VALUE ZERO.
       01 WS-Purges-Applied        PIC 9(7) VALUE ZERO.
       01 WS-Purges-Held           PIC 9(7) VALUE ZERO.
       01 WS-Purges-Refused        PIC 9(7) VALUE ZERO.
       01 WS-Purges-Errored        PIC 9(7) VALUE ZERO.
       01 WS-Actions-Rejected      PIC 9(7) VALUE ZERO.
       01 WS-Journal-Written       PIC 9(7) VALUE ZERO.

      *> Which count Count-Master-Keys should leave its answer in.
       01 WS-Key-Count             PIC 9(7) VALUE ZERO.
      *> Edited fields used to format the control report lines.
       01 WS-Report-Count-Ed       PIC Z(6)9.

      *> Parameter area for the dual-control gate a PURGE must
      *> clear.
           COPY APPRGTL.

       PROCEDURE DIVISION.
           ACCEPT WS-Operator-Id FROM ENVIRONMENT "USER"
           IF WS-Operator-Id = SPACES
               MOVE "BATCH" TO WS-Operator-Id
           END-IF

           PERFORM Open-Master-File
           PERFORM Open-Journal-Files
           PERFORM Count-Master-Keys
           MOVE WS-Key-Count TO WS-Count-Before

           PERFORM Count-Master-Keys
           MOVE WS-Key-Count TO WS-Count-After
           CLOSE Master-File
           CLOSE Journal-File
           CLOSE Audit-Log
           PERFORM Write-Control-Report

           DISPLAY "MSTRUPDT: master keys before: " WS-Count-Before
               " after: " WS-Count-After

      *> A gated PURGE that did not go through ends the run the way
      *> FltHskp's gated RETIRE does - 4 while it waits on its
      *> approver, 12 when it was refused, not authorized, or the
      *> gate's files could not be used - so the batch chain does
      *> not carry on as if the master had been purged.
           EVALUATE TRUE
               WHEN WS-Purges-Refused > ZERO
                   OR WS-Purges-Errored > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-Purges-Held > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

      *> Open the master for update, creating it empty first when it
           END-IF
           .

      *> Open the change journal and the audit log for append,
      *> creating either on its first use. A journal that cannot be
      *> opened either way stops the run before any maintenance is
      *> applied - a change to the master with no journal entry is
      *> exactly what the journal exists to rule out.
       Open-Journal-Files.
           OPEN EXTEND Journal-File
           IF WS-Journal-File-Status NOT = "00"
               OPEN OUTPUT Journal-File
           END-IF
           IF WS-Journal-File-Status NOT = "00"
               DISPLAY "MSTRUPDT: cannot open journal, status "
                   WS-Journal-File-Status
               CLOSE Master-File
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND Audit-Log
           IF WS-Audit-Log-Status NOT = "00"
               OPEN OUTPUT Audit-Log
           END-IF
           .

      *> Count the keys currently on the master by scanning it in
      *> key order from the top, leaving the answer in WS-Key-Count.
       Count-Master-Keys.

      *> Dispatch a single maintenance record on its action code.
       Apply-One-Action.
           IF Maint-Source = SPACES
               MOVE "KEYED" TO WS-Journal-Source
           ELSE
               MOVE Maint-Source TO WS-Journal-Source
           END-IF
           EVALUATE Maint-Action
               WHEN "ADD"
                   PERFORM Apply-Add
               WHEN "STATUS"
                   PERFORM Apply-Status
               WHEN "PURGE"
                   PERFORM Gate-Purge
               WHEN OTHER
                   ADD 1 TO WS-Actions-Rejected
           END-EVALUATE
      *> or one already on the master (the keyed WRITE comes back
      *> invalid) is a reject. A non-numeric posting date is stored
      *> as zero rather than corrupting the numeric field, and a
      *> blank status defaults to A for active. The after image is
      *> taken from the record area before the WRITE, because the
      *> record is not available once it has been written.
       Apply-Add.
           PERFORM Edit-Maint-Key
           IF WS-Edit-Accepted NOT = 'Y'
               ELSE
                   MOVE Maint-Status TO Master-Status
               END-IF
               MOVE Master-Record TO WS-After-Image
               WRITE Master-Record
                   INVALID KEY
                       ADD 1 TO WS-Adds-Rejected
                   NOT INVALID KEY
                       ADD 1 TO WS-Adds-Applied
                       MOVE 'N' TO WS-Before-Flag
                       MOVE SPACES TO WS-Before-Image
                       MOVE 'Y' TO WS-After-Flag
                       MOVE "MADD" TO WS-Audit-Action
                       MOVE SPACES TO WS-Audit-Detail
                       PERFORM Write-Journal-Entry
               END-WRITE
           END-IF
           .

      *> Delete a key; a key failing the edit or one not on the
      *> master (the keyed read comes back invalid) is a reject.
      *> The same normalization as Apply-Add, so a delete finds the
      *> key in the form the add stored it. The record is read
      *> before it goes so the journal keeps what was deleted.
       Apply-Delete.
           PERFORM Edit-Maint-Key
           IF WS-Edit-Accepted NOT = 'Y'
               ADD 1 TO WS-Deletes-Rejected
           ELSE
               MOVE WS-Maint-Key-Norm TO Master-Key
               READ Master-File
                   INVALID KEY
                       ADD 1 TO WS-Deletes-Rejected
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Before-Flag
                       MOVE Master-Record TO WS-Before-Image
                       DELETE Master-File RECORD
                           INVALID KEY
                               ADD 1 TO WS-Deletes-Rejected
                           NOT INVALID KEY
                               ADD 1 TO WS-Deletes-Applied
                               MOVE 'N' TO WS-After-Flag
                               MOVE SPACES TO WS-After-Image
                               MOVE "MDEL" TO WS-Audit-Action
                               MOVE SPACES TO WS-Audit-Detail
                               PERFORM Write-Journal-Entry
                       END-DELETE
               END-READ
           END-IF
           .

      *> failing the edit, a blank status (there is nothing to set),
      *> or a key not on the master is a reject. The same
      *> normalization as Apply-Add, so the change finds the key in
      *> the form the add stored it. As in Apply-Add, the after
      *> image is taken before the REWRITE.
       Apply-Status.
           PERFORM Edit-Maint-Key
           IF WS-Edit-Accepted NOT = 'Y'
                   INVALID KEY
                       ADD 1 TO WS-Status-Rejected
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-Before-Flag
                       MOVE Master-Record TO WS-Before-Image
                       MOVE SPACES TO WS-Audit-Detail
                       STRING "status=" Master-Status ">" Maint-Status
                           DELIMITED BY SIZE INTO WS-Audit-Detail
                       MOVE Maint-Status TO Master-Status
                       MOVE Master-Record TO WS-After-Image
                       REWRITE Master-Record
                           INVALID KEY
                               ADD 1 TO WS-Status-Rejected
                           NOT INVALID KEY
                               ADD 1 TO WS-Status-Applied
                               MOVE 'Y' TO WS-After-Flag
                               MOVE "MSTAT" TO WS-Audit-Action
                               PERFORM Write-Journal-Entry
                       END-REWRITE
               END-READ
           END-IF
           END-IF
           .

      *> A PURGE takes the whole system of record away, so one
      *> operator's transaction is not enough: the operator running
      *> the maintenance must hold the authority, and a second
      *> operator must have approved the purge through ApprMnt. The
      *> first attempt lodges the request and the purge is held;
      *> it is applied when the PURGE is run again after approval.
      *> A refusal, or an operator without the authority, is a
      *> refused purge; an authority or pending-approvals file the
      *> gate cannot use is counted apart. Either way the master is
      *> left as it is.
       Gate-Purge.
           MOVE SPACES TO Apprgt-Parms
           MOVE "PURGE" TO Apprgt-Action
           MOVE "MASTER" TO Apprgt-Subject
           MOVE ZERO TO Apprgt-Amount
           MOVE WS-Operator-Id TO Apprgt-Operator
           CALL "ApprGate" USING Apprgt-Parms
           EVALUATE Apprgt-Status
               WHEN "A"
                   PERFORM Apply-Purge
               WHEN "W"
                   ADD 1 TO WS-Purges-Held
                   DISPLAY "MSTRUPDT: PURGE held for approval, "
                       "request " Apprgt-Pend-Id
               WHEN "N"
                   ADD 1 TO WS-Purges-Refused
                   DISPLAY "MSTRUPDT: PURGE refused by approver, "
                       "request " Apprgt-Pend-Id
               WHEN "E"
                   ADD 1 TO WS-Purges-Errored
                   DISPLAY "MSTRUPDT: PURGE not applied - authority "
                       "or pending-approvals file unavailable"
               WHEN OTHER
                   ADD 1 TO WS-Purges-Refused
                   DISPLAY "MSTRUPDT: PURGE refused - operator "
                       WS-Operator-Id " is not authorized"
           END-EVALUATE
           .

      *> Empty the whole master: journal every account on it as
      *> removed by the purge, then recreate the file and reopen it
      *> for whatever maintenance follows. One audit line covers
      *> the purge, with the number of accounts it took off.
       Apply-Purge.
           MOVE ZERO TO WS-Purge-Count
           MOVE 'N' TO WS-Master-EOF
           MOVE LOW-VALUES TO Master-Key
           START Master-File KEY NOT < Master-Key
               INVALID KEY MOVE 'Y' TO WS-Master-EOF
           END-START
           PERFORM UNTIL WS-Master-EOF = 'Y'
               READ Master-File NEXT
                   AT END SET WS-Master-EOF TO 'Y'
               END-READ
               IF WS-Master-EOF NOT = 'Y'
                   ADD 1 TO WS-Purge-Count
                   MOVE 'Y' TO WS-Before-Flag
                   MOVE Master-Record TO WS-Before-Image
                   MOVE 'N' TO WS-After-Flag
                   MOVE SPACES TO WS-After-Image
                   PERFORM Write-Journal-Record
               END-IF
           END-PERFORM

           CLOSE Master-File
           OPEN OUTPUT Master-File
           CLOSE Master-File
           OPEN I-O Master-File
           ADD 1 TO WS-Purges-Applied

           MOVE WS-Purge-Count TO WS-Purge-Count-Ed
           MOVE SPACES TO WS-Audit-Detail
           STRING "accounts=" FUNCTION TRIM(WS-Purge-Count-Ed)
               DELIMITED BY SIZE INTO WS-Audit-Detail
           MOVE SPACES TO Master-Key
           MOVE "MPURG" TO WS-Audit-Action
           PERFORM Write-Maint-Audit
           .

      *> Journal one applied action and leave its audit line. The
      *> images and flags are set by the caller; the key is the one
      *> the action was applied to.
       Write-Journal-Entry.
           PERFORM Write-Journal-Record
           PERFORM Write-Maint-Audit
           .

      *> Append one journal record from the before/after images the
      *> caller set, stamped with the operator, the source and the
      *> time it was applied. A journal write that fails stops the
      *> run there, as a journal that will not open does - nothing
      *> more goes onto the master unjournaled.
       Write-Journal-Record.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
           MOVE SPACES TO Journal-Record
           MOVE WS-Audit-Date      TO Jrnl-Date
           MOVE WS-Audit-Time      TO Jrnl-Time
           MOVE WS-Operator-Id     TO Jrnl-Operator
           MOVE WS-Journal-Source  TO Jrnl-Source
           MOVE Maint-Requester    TO Jrnl-Requester
           MOVE Maint-Action       TO Jrnl-Action
           MOVE Master-Key         TO Jrnl-Key
           MOVE WS-Before-Flag     TO Jrnl-Before-Flag
           MOVE WS-Before-Image    TO Jrnl-Before-Image
           MOVE WS-After-Flag      TO Jrnl-After-Flag
           MOVE WS-After-Image     TO Jrnl-After-Image
           WRITE Journal-Record
           IF WS-Journal-File-Status NOT = "00"
               DISPLAY "MSTRUPDT: cannot write journal, status "
                   WS-Journal-File-Status " - " Maint-Action " "
                   Master-Key " not journaled"
               DISPLAY "MSTRUPDT: run stopped - no further "
                   "maintenance applied"
               CLOSE Master-File
               CLOSE Journal-File
               CLOSE Audit-Log
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-Journal-Written
           .

      *> Leave one timestamped, attributed audit entry for an applied
      *> action, in the line format the rest of the shop writes -
      *> the source stands where the screening jobs put the filter,
      *> and the key is the fifth piece, so AudtInq's KEY= finds
      *> master changes alongside the screening history.
       Write-Maint-Audit.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD
           ACCEPT WS-Audit-Time FROM TIME
           MOVE SPACES TO Audit-Log-Record
           STRING WS-Audit-Date "-" WS-Audit-Time " "
               WS-Operator-Id " SRC=" FUNCTION TRIM(WS-Journal-Source)
               " " FUNCTION TRIM(WS-Audit-Action) " " Master-Key " "
               WS-Audit-Detail
               DELIMITED BY SIZE INTO Audit-Log-Record
           WRITE Audit-Log-Record
           .

      *> Build the before/after control report of counts applied and
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Purges-Held TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Purges held for approval: " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Purges-Refused TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Purges refused:           " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Purges-Errored TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Purges not gated (error): " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Actions-Rejected TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Unknown actions rejected: " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           MOVE WS-Journal-Written TO WS-Report-Count-Ed
           MOVE SPACES TO Control-Record
           STRING "Journal records written:  " WS-Report-Count-Ed
               DELIMITED BY SIZE INTO Control-Record
           WRITE Control-Record

           CLOSE Control-File
           .

