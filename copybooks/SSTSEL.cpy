      *================================================================*
      * SSTSEL - FILE-CONTROL entry for the shared step-statistics
      * file. A program run as a step of the end-of-day stream
      * appends its record counts here as it finishes; EODDRIVE
      * picks them up for the step's run-history record.
      *================================================================*
           SELECT STEP-STATS-FILE
               ASSIGN TO 'STEPSTAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SST-STATUS.
