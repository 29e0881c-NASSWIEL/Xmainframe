      *================================================================*
      * CALSEL - FILE-CONTROL entry for the shared business-day
      * calendar file. COPY this member into any program's
      * FILE-CONTROL paragraph. The file is keyed by calendar ID
      * and date and maintained by CALMAINT; CALNDR is the shared
      * lookup routine the applications call instead of reading
      * it directly.
      *================================================================*
           SELECT CALENDAR-FILE
               ASSIGN TO 'CALFILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-KEY
               FILE STATUS IS WS-CAL-STATUS.
