      *================================================================*
      * GLPCTFD - FD/record layout for GLPOST's posted-through
      * control (see GLPCTSEL).
      *================================================================*
       FD  GL-POST-CTL-FILE
           RECORDING MODE IS F.
      *--- Posted-through control: how many journal records the
      *--- balances already absorbed. The journal is append-only,
      *--- so the count is a stable cursor - a rerun after a
      *--- failure re-proves only the entries past it instead of
      *--- double-posting the period. Operations resets this
      *--- control whenever the GLJRNL dataset itself is swapped
      *--- or trimmed (the ARCHPRG split).
       01  GL-POST-CTL-RECORD.
           05 PCT-POSTED-COUNT    PIC 9(8).
