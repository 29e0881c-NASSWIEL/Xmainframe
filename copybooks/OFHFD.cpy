      *================================================================*
      * OFHFD - shared FD/record layout for the sanctions
      * screening hit file. One record per screened subject and
      * matching list entry. OFH-SOURCE: 'C' customer master
      * (OFH-REFERENCE = CUST-ID), 'A' account opening (the new
      * ACCT-ID), 'P' outbound payment (the ACH hold reference).
      * OFH-STATUS: 'P' pending review, 'C' cleared as a false
      * positive, 'B' blocked as a true match. A cleared hit stays
      * cleared only while the subject's screened name is
      * unchanged, so a rescreen does not keep re-raising it.
      *================================================================*
       FD  OFAC-HIT-FILE.
       01  OFAC-HIT-RECORD.
           05 OFH-KEY.
              10 OFH-SOURCE        PIC X(1).
              10 OFH-REFERENCE     PIC X(26).
              10 OFH-ENTRY-ID      PIC 9(8).
           05 OFH-STATUS           PIC X(1).
              88 OFH-PENDING       VALUE 'P'.
              88 OFH-CLEARED       VALUE 'C'.
              88 OFH-BLOCKED       VALUE 'B'.
           05 OFH-SCREENED-NAME    PIC X(40).
           05 OFH-LISTED-NAME      PIC X(40).
           05 OFH-LIST-PROGRAM     PIC X(10).
           05 OFH-SCORE            PIC 9(3).
           05 OFH-HIT-DATE         PIC 9(8).
           05 OFH-LAST-SCREEN      PIC 9(8).
           05 OFH-DECIDED-BY       PIC X(8).
           05 OFH-DECIDED-DATE     PIC 9(8).
           05 OFH-NOTE             PIC X(40).
