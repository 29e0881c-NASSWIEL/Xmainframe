      *================================================================*
      * MANSEL - FILE-CONTROL entry for the archive manifest.
      * COPY this member into any program's FILE-CONTROL paragraph.
      * ARCHPRG appends a row for every dataset it splits; any
      * program that must see records already aged off a live file
      * reads the manifest to find the archive generations.
      *================================================================*
           SELECT MANIFEST-FILE
               ASSIGN TO 'MANIFEST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
