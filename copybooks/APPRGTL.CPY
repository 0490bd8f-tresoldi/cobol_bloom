      *> APPRGTL - parameter area for the callable dual-control
      *> gate ApprGate. Callers set the action (REVERSE, PURGE or
      *> RETIRE), the subject identifying exactly what is being
      *> acted on (laid out as PENDREC describes), the amount where
      *> there is one, and the operator attempting the action, then
      *> CALL "ApprGate" USING Apprgt-Parms and read the status back:
      *>   A - approved by a second operator - go ahead; the
      *>       approval is used up, and the approver is returned
      *>   W - waiting: the request is on the pending-approvals file
      *>       (lodged by this call, or earlier) - do not act yet
      *>   N - refused by the second operator - do not act; the
      *>       refusal is closed off, so asking again lodges a fresh
      *>       request
      *>   U - the operator is not authorized for this action, or
      *>       approved it themselves - do not act
      *>   E - the operator authority file or the pending-approvals
      *>       file cannot be used - do not act
      *> The pending request's id comes back with every status but
      *> U and E, for the operator to quote to the approver.
       01  Apprgt-Parms.
           05  Apprgt-Action       PIC X(8).
           05  Apprgt-Subject      PIC X(50).
           05  Apprgt-Amount       PIC 9(10)V99.
           05  Apprgt-Operator     PIC X(8).
           05  Apprgt-Status       PIC X(1).
           05  Apprgt-Pend-Id      PIC 9(8).
           05  Apprgt-Approver     PIC X(8).
