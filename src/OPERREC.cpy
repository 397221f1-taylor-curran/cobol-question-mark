      *> Operator master record for data/CONTACTS_OPERS.DAT, one line
      *> per operator: the login (as the USER environment variable
      *> gives it), the operator's role, an active flag, and the
      *> departments the operator may work off in CONTWORK. Roles:
      *>   INTAKE     - takes contacts in CONTACTS (add, batch load)
      *>                and corrects them in maintenance (update);
      *>   AGENT      - works off the listed departments' queues in
      *>                CONTWORK, and may take contacts;
      *>   SUPERVISOR - everything intake and an agent can do, on
      *>                every department, plus maintenance DELETE,
      *>                quarantine review, CONTARCH restore, the
      *>                CONTCHEK rebuild, CONTRCVR recovery and
      *>                CONTBULK bulk disposition;
      *>   COMPLIANCE - CONTERAS erasure and CONTARCH restore.
      *> "ALL" in a department slot clears every department. Each
      *> program reads its operator's row at startup and refuses the
      *> modes the role is not cleared for; a login with no row, or
      *> a row whose active flag is not "Y", is cleared for nothing.
      *> As with the department master, an operator who leaves is
      *> retired with the active flag, never deleted, so the audit
      *> trail's operator names can always be traced to a role.
      *> Every refusal is written to the audit trail as DENIED, with
      *> the refused function's code in the status column:
      *>   01 intake (add/batch)    05 queue work-off
      *>   02 maintenance           06 erasure
      *>   03 maintenance delete    07 archive restore
      *>   04 quarantine review     08 file rebuild
      *>                            09 forward recovery
      *>                            10 bulk disposition
       01  OPER-REC.
           05  OPER-ID             PIC X(20).
           05  FILLER              PIC X(01).
           05  OPER-ROLE           PIC X(10).
           05  FILLER              PIC X(01).
           05  OPER-ACTIVE-FLAG    PIC X(01).
           05  OPER-DEPT-ENTRY OCCURS 10 TIMES.
               10  FILLER          PIC X(01).
               10  OPER-DEPT-CODE  PIC X(10).
