      *================================================================*
      * GLBALFD - FD/record layout for the general-ledger balance
      * master (see GLBALSEL). GLPOST is the only program that
      * writes it; everyone else opens it INPUT.
      *================================================================*
       FD  GL-BALANCE-FILE.
      *--- Balance master: period-to-date and year-to-date debits
      *--- and credits per account, updated every run so the
      *--- month no longer has to be re-added from thirty daily
      *--- reports.
       01  GL-BALANCE-RECORD.
           05 BAL-ACCOUNT         PIC X(8).
           05 BAL-PTD-DR          PIC S9(13)V99 COMP-3.
           05 BAL-PTD-CR          PIC S9(13)V99 COMP-3.
           05 BAL-YTD-DR          PIC S9(13)V99 COMP-3.
           05 BAL-YTD-CR          PIC S9(13)V99 COMP-3.
