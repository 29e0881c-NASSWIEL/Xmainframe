      *================================================================*
      * OFACFD - shared FD/record layout for the sanctions watch
      * list. COPY this member into the FILE SECTION of OFACMNT
      * and OFACSCRN. One record per listed name: WLS-ALIAS-SEQ
      * 00 is the entry's primary name, 01 onward its published
      * aliases. WLS-ENTRY-TYPE: 'I' individual, 'E' entity,
      * 'V' vessel, 'A' aircraft. WLS-LOAD-DATE is the last load
      * whose publication carried the name; WLS-CHANGE-DATE the
      * load that added it or last changed its spelling.
      *================================================================*
       FD  WATCH-LIST-FILE.
       01  WATCH-LIST-RECORD.
           05 WLS-KEY.
              10 WLS-ENTRY-ID      PIC 9(8).
              10 WLS-ALIAS-SEQ     PIC 9(2).
           05 WLS-NAME             PIC X(40).
           05 WLS-ENTRY-TYPE       PIC X(1).
           05 WLS-PROGRAM          PIC X(10).
           05 WLS-LOAD-DATE        PIC 9(8).
           05 WLS-CHANGE-DATE      PIC 9(8).
