      *> PENDREC - one record per dual-control request on the
      *> pending-approvals file PENDAPPR.DAT. ApprGate lodges a
      *> request the first time an operator attempts a controlled
      *> action, ApprMnt records a second operator's approval or
      *> refusal against it, and ApprGate lets the action through -
      *> once - when it is attempted again after approval.
      *> The action and subject identify what is being asked for:
      *>   REVERSE - a REVERSED disposition above the dual-control
      *>             limit; the subject is the exception's key,
      *>             filter and posting date in columns 1-20, 21-40
      *>             and 41-48, the amount its transaction amount
      *>   PURGE   - a PURGE of the whole master; subject MASTER
      *>   RETIRE  - retirement of a filter family; the subject is
      *>             the filter name
      *> Status:
      *>   P - pending, waiting for a second operator
      *>   A - approved, not yet carried out
      *>   R - refused, not yet reported back to the requester
      *>   U - approved and carried out - used up
      *>   C - refused and reported back - closed
      *> The approver fields are blank and zero until a decision is
      *> recorded.
       01  Pending-Record.
           05  Pend-Id             PIC 9(8).
           05  FILLER              PIC X(1).
           05  Pend-Action         PIC X(8).
           05  FILLER              PIC X(1).
           05  Pend-Subject        PIC X(50).
           05  FILLER              PIC X(1).
           05  Pend-Amount         PIC 9(10)V99.
           05  FILLER              PIC X(1).
           05  Pend-Requester      PIC X(8).
           05  FILLER              PIC X(1).
           05  Pend-Req-Date       PIC 9(8).
           05  FILLER              PIC X(1).
           05  Pend-Req-Time       PIC 9(8).
           05  FILLER              PIC X(1).
           05  Pend-Status         PIC X(1).
           05  FILLER              PIC X(1).
           05  Pend-Approver       PIC X(8).
           05  FILLER              PIC X(1).
           05  Pend-Appr-Date      PIC 9(8).
           05  FILLER              PIC X(1).
           05  Pend-Appr-Time      PIC 9(8).
