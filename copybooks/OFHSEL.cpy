      *================================================================*
      * OFHSEL - FILE-CONTROL entry for the shared sanctions
      * screening hit file. COPY this member into any program's
      * FILE-CONTROL paragraph. OFACSCRN writes a hit for every
      * likely match it finds; compliance clears or blocks each
      * one through OFACMNT.
      *================================================================*
           SELECT OFAC-HIT-FILE
               ASSIGN TO 'OFACHITS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFH-KEY
               FILE STATUS IS WS-OFH-STATUS.
