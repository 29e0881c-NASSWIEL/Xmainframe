      *================================================================*
      * SSTLOG - shared FD/record layout for the step-statistics
      * file. One row per run of a reporting program, stamped with
      * the date and time it finished; EODDRIVE takes the last row
      * for the step's program stamped after the step started.
      * Counts a program has no notion of are left zero.
      *================================================================*
       FD  STEP-STATS-FILE.
       01  STEP-STATS-RECORD.
           05 SST-PROGRAM-ID       PIC X(8).
           05 SST-DATE             PIC 9(8).
           05 SST-TIME             PIC 9(8).
           05 SST-RECORDS-IN       PIC 9(9).
           05 SST-RECORDS-OUT      PIC 9(9).
           05 SST-RECORDS-REJECTED PIC 9(9).
