      *================================================================*
      * OPRFD - shared FD/record layout for the operator master.
      * One record per operator ID that may submit batch work.
      * OPR-STATUS: 'A' active, 'S' suspended, 'R' revoked - only
      * an active operator passes the entitlement check, and a
      * revoked operator's record stays on file for the review.
      *================================================================*
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPR-ID               PIC X(8).
           05 OPR-NAME             PIC X(30).
           05 OPR-DEPARTMENT       PIC X(4).
           05 OPR-STATUS           PIC X(1).
              88 OPR-ACTIVE        VALUE 'A'.
              88 OPR-SUSPENDED     VALUE 'S'.
              88 OPR-REVOKED       VALUE 'R'.
           05 OPR-ADDED-DATE       PIC 9(8).
           05 OPR-CHANGED-DATE     PIC 9(8).
           05 OPR-CHANGED-BY       PIC X(8).
