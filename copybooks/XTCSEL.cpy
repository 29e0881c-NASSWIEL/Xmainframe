      *================================================================*
      * XTCSEL - FILE-CONTROL entry for the shared outbound extract
      * control log. Every program that produces a file we send out
      * appends one row here each time it finishes writing to that
      * file; BATCHJCL's outbound mode checks the file against the
      * rows before it will wrap and release it.
      *================================================================*
           SELECT EXTRACT-CTL-FILE
               ASSIGN TO 'XTRCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XCT-STATUS.
