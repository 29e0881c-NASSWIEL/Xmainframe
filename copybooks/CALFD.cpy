      * classified by day of week alone. CAL-SOURCE: 'G' written
      * by the rule-driven generation (free to regenerate), 'M'
      * hand-keyed through CALMAINT transactions; space is a
      * legacy entry, treated as hand-keyed. CAL-CALENDAR-ID names
      * the calendar the date belongs to (BANK, FED, WHSE, or ST
      * plus a state code); each calendar carries its own days.
      *================================================================*
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05 CAL-KEY.
              10 CAL-CALENDAR-ID   PIC X(4).
              10 CAL-DATE          PIC 9(8).
           05 CAL-DAY-TYPE         PIC X(1).
           05 CAL-MONTH-END        PIC X(1).
           05 CAL-SOURCE           PIC X(1).
