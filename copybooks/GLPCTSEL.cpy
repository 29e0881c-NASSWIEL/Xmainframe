      *================================================================*
      * GLPCTSEL - FILE-CONTROL entry for GLPOST's posted-through
      * control. A program that wants the ledger as of right now
      * reads the count here and adds the GLJRNL entries past it.
      *================================================================*
           SELECT GL-POST-CTL-FILE
               ASSIGN TO 'GLPOSTCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PCT-STATUS.
