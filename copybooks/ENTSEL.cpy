      *================================================================*
      * ENTSEL - FILE-CONTROL entry for the shared entitlement
      * file. COPY this member into any program's FILE-CONTROL
      * paragraph. Maintained by ENTLMNT; ENTLCHK reads it to
      * decide whether an operator may run a program and mode.
      *================================================================*
           SELECT ENTITLEMENT-FILE
               ASSIGN TO 'ENTLFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENT-KEY
               FILE STATUS IS WS-ENT-STATUS.
