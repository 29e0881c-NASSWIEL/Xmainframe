      *================================================================*
      * OFACSEL - FILE-CONTROL entry for the shared sanctions
      * watch list. COPY this member into any program's
      * FILE-CONTROL paragraph. The file is keyed by list entry and
      * alias number and loaded from the published list by
      * OFACMNT; OFACSCRN is the shared screening routine the
      * applications call instead of reading it directly.
      *================================================================*
           SELECT WATCH-LIST-FILE
               ASSIGN TO 'OFACLIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLS-KEY
               FILE STATUS IS WS-WLS-STATUS.
