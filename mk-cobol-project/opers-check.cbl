      *> the one shared operator-permission subprogram, a sibling of
      *> owner-check.cbl: answers whether the USER the environment
      *> reports may run an operation class -- INQUIRE, UPDATE,
      *> RETIRE, PURGE, RESTORE or EXECUTE (running the approved
      *> PROD queue) -- against the OPERS file, one
      *> "operator-id class class.." line per operator. The USER
      *> variable was always recorded and never checked; separation
      *> of duties is an audit finding, and this closes it. A denied
           ELSE
               MOVE 10 TO lk-status
               MOVE SPACES TO ws-le-message
               STRING "OPC010W operator '" FUNCTION TRIM(ws-user)
                 "' denied operation class "
                 FUNCTION TRIM(lk-operation)
                 DELIMITED BY SIZE INTO ws-le-message
