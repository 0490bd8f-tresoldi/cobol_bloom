
      *> Tally confirmations per key across the whole exceptions
      *> file. A missing file simply means nothing to escalate.
      *> Only master-confirmed duplicates count toward escalation -
      *> an in-batch repeat says the sender double-shipped a
      *> record, not that the account itself keeps coming back.
       Tally-Exceptions.
           MOVE 'N' TO WS-Excp-EOF
           OPEN INPUT Exceptions-File
                       AT END SET WS-Excp-EOF TO 'Y'
                   END-READ
                   IF WS-Excp-EOF NOT = 'Y'
                       AND Exception-Reason = "CONFIRMED DUPLICATE"
                       PERFORM Tally-One-Key
                   END-IF
               END-PERFORM
           .

      *> Append one STATUS maintenance transaction suspending the
      *> escalated key, in the columns MstrUpdt applies, marked as
      *> an escalation so MstrUpdt's journal can tell it from a
      *> hand-keyed change.
       Write-Status-Transaction.
           OPEN EXTEND Maint-File
           IF WS-Maint-File-Status NOT = "00"
           MOVE "STATUS" TO Maint-Action
           MOVE Ttab-Key(J) TO Maint-Key
           MOVE WS-Suspend-Code TO Maint-Status
           MOVE "DUPESCL" TO Maint-Source
           MOVE WS-Operator-Id TO Maint-Requester
           WRITE Maint-Record
           CLOSE Maint-File
           .
