      *> OPERREC - one record per operator on the operator authority
      *> file OPERAUTH.DAT: the user id the programs pick up from the
      *> USER environment variable, the operator's name, role and
      *> status. Read by ApprGate and ApprMnt to decide who may ask
      *> for and who may approve a dual-control action, and by
      *> AcctScrn to decide who may raise maintenance requests from
      *> the inquiry screen (CLERK, SUPVR, ADMIN). Roles:
      *>   CLERK   - works exceptions; may ask for a reversal
      *>   SUPVR   - supervisor; may ask for any dual-control action
      *>             and approve another operator's
      *>   ADMIN   - systems administration; as SUPVR
      *>   INQUIRY - look-up only; may neither ask nor approve, nor
      *>             raise maintenance requests
      *> Status A is active; I is inactive (left, suspended) and
      *> carries no authority at all.
       01  Operator-Record.
           05  Oper-Id             PIC X(8).
           05  FILLER              PIC X(1).
           05  Oper-Name           PIC X(30).
           05  FILLER              PIC X(1).
           05  Oper-Role           PIC X(8).
           05  FILLER              PIC X(1).
           05  Oper-Status         PIC X(1).
