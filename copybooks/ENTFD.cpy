      *================================================================*
      * ENTFD - shared FD/record layout for the entitlement file,
      * keyed by program, run mode and operator. A record with a
      * blank ENT-OPERATOR is the mode's profile: its description
      * and whether it needs dual control (a second, independently
      * entitled operator). Every other record grants that
      * operator the program and mode. ENT-MODE '****' covers
      * every mode of the program, as a grant or as a profile
      * for modes with none of their own; a blank mode is the
      * program's default run. ENT-STATUS: 'A' active, 'R'
      * revoked (kept for the review). A non-zero
      * ENT-EXPIRY-DATE ends the grant after that date.
      *================================================================*
       FD  ENTITLEMENT-FILE.
       01  ENTITLEMENT-RECORD.
           05 ENT-KEY.
              10 ENT-PROGRAM       PIC X(8).
              10 ENT-MODE          PIC X(4).
              10 ENT-OPERATOR      PIC X(8).
           05 ENT-STATUS           PIC X(1).
              88 ENT-ACTIVE        VALUE 'A'.
              88 ENT-REVOKED       VALUE 'R'.
           05 ENT-DUAL-CONTROL     PIC X(1).
              88 ENT-DUAL-REQUIRED VALUE 'Y'.
           05 ENT-DESCRIPTION      PIC X(30).
           05 ENT-GRANTED-DATE     PIC 9(8).
           05 ENT-GRANTED-BY       PIC X(8).
           05 ENT-EXPIRY-DATE      PIC 9(8).
