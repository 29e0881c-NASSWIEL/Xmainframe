      *================================================================*
      * OPRSEL - FILE-CONTROL entry for the shared operator master.
      * COPY this member into any program's FILE-CONTROL paragraph.
      * Maintained by ENTLMNT; ENTLCHK reads it to confirm the
      * submitting operator exists and is active.
      *================================================================*
           SELECT OPERATOR-FILE
               ASSIGN TO 'OPERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPR-STATUS.
