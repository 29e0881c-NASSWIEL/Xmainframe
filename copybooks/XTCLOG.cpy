      *================================================================*
      * XTCLOG - shared FD/record layout for the outbound extract
      * control log. One row per write session against an extract:
      * XCT-ACTION 'N' when the session started the file over (OPEN
      * OUTPUT), 'A' when it added to what was already there (OPEN
      * EXTEND). The control for the file as it now stands is the
      * last 'N' row plus every 'A' row after it.
      *
      * XCT-AMOUNT-TOTAL carries the money the session wrote, by file:
      *   ACHEXTR  - ACH-AMOUNT of the 'D' detail records only
      *   POSPAY   - POS-AMOUNT of the 'C' and 'D' records (not voids)
      *   DDEXTRCT - net pay on each direct-deposit line
      *   ESCHEXT  - ESC-BALANCE of every record
      *   CHKRETRN - RTN-AMOUNT of every record
      *   W2EXTR   - W2-GROSS, leaving out the 999999 company total
      *   POEXTRCT - no amount; always zero
      *================================================================*
       FD  EXTRACT-CTL-FILE.
       01  EXTRACT-CTL-RECORD.
           05 XCT-FILE-ID          PIC X(10).
           05 XCT-PROGRAM-ID       PIC X(8).
           05 XCT-DATE             PIC 9(8).
           05 XCT-TIME             PIC 9(8).
           05 XCT-ACTION           PIC X(1).
               88 XCT-NEW-FILE         VALUE 'N'.
               88 XCT-APPENDED         VALUE 'A'.
           05 XCT-RECORD-COUNT     PIC 9(8).
           05 XCT-AMOUNT-TOTAL     PIC S9(11)V99 COMP-3.
