      *          calendar maintained by CALMAINT; a date not on
      *          file is classified by day of week alone, so the
      *          routine still answers sensibly before the year's
      *          calendar is loaded. The caller names the
      *          calendar (bank, Federal Reserve, warehouse, or a
      *          branch state's); unnamed means the bank's.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALNDR.
           88 CALENDAR-AVAILABLE  VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05 WS-CAL-ID-WORK      PIC X(4).
           05 WS-WORK-DATE        PIC 9(8).
           05 WS-WORK-INT         PIC S9(9) COMP.
           05 WS-END-INT          PIC S9(9) COMP.
               END-IF
           END-IF
           MOVE ZEROS TO CAL-RETURN-CODE
           IF CAL-CALENDAR-IN = SPACES OR LOW-VALUES
               MOVE 'BANK' TO WS-CAL-ID-WORK
           ELSE
               MOVE CAL-CALENDAR-IN TO WS-CAL-ID-WORK
           END-IF
           EVALUATE CAL-FUNCTION
               WHEN 'ISBUSDAY'
                   PERFORM 1000-CHECK-BUSINESS-DAY
      *--- business day falls in a different month - so ordinary
      *--- holiday entries cannot suppress a real month-end.
           IF CALENDAR-AVAILABLE
               MOVE CAL-DATE-IN TO WS-WORK-DATE
               PERFORM 8100-READ-CALENDAR
               IF WS-CAL-STATUS = '00'
                   AND CAL-MONTH-END = 'Y'
                   MOVE 'Y' TO CAL-FLAG-OUT
      *--- remainders 0 and 6 are Sunday and Saturday).
           MOVE 'N' TO WS-BUS-DAY-SW
           IF CALENDAR-AVAILABLE
               PERFORM 8100-READ-CALENDAR
               IF WS-CAL-STATUS = '00'
                   IF CAL-DAY-TYPE = 'B'
                       MOVE 'Y' TO WS-BUS-DAY-SW
           END-IF.
       8000-EXIT.
           EXIT.

       8100-READ-CALENDAR.
      *--- WS-WORK-DATE off the named calendar; a date that
      *--- calendar does not carry (a state calendar not yet
      *--- generated, say) answers from the bank's.
           MOVE WS-CAL-ID-WORK TO CAL-CALENDAR-ID
           MOVE WS-WORK-DATE   TO CAL-DATE
           READ CALENDAR-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-CAL-STATUS NOT = '00'
               AND WS-CAL-ID-WORK NOT = 'BANK'
               MOVE 'BANK'       TO CAL-CALENDAR-ID
               MOVE WS-WORK-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY CONTINUE
               END-READ
           END-IF.
