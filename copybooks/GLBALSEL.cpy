      *================================================================*
      * GLBALSEL - FILE-CONTROL entry for the general-ledger balance
      * master that GLPOST maintains. COPY this member into any
      * program that needs to read an account's period-to-date or
      * year-to-date position straight off the ledger.
      *================================================================*
           SELECT GL-BALANCE-FILE
               ASSIGN TO 'GLBAL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-ACCOUNT
               FILE STATUS IS WS-BAL-STATUS.
