      *              business day of its month
      *   BUSDAYS  - CAL-DAYS-OUT = business days after CAL-DATE-IN
      *              through CAL-DATE-IN-2
      * CAL-CALENDAR-IN names the calendar to ask: BANK (the
      * default - spaces mean BANK, so callers that never set it
      * keep the bank calendar), FED (Federal Reserve settlement),
      * WHSE (warehouses, Saturdays worked), or ST plus a state
      * code for a branch's state calendar (STNY). A date the
      * named calendar does not carry answers from BANK.
      * CAL-RETURN-CODE: 00 ok, 04 bad input, 08 no business day
      * found, 99 unknown function.
      *================================================================*
           05 CAL-FLAG-OUT         PIC X(1).
           05 CAL-DAYS-OUT         PIC S9(5) COMP-3.
           05 CAL-RETURN-CODE      PIC 9(2).
           05 CAL-CALENDAR-IN      PIC X(4).
