      *================================================================*
      * MANFD - shared FD/record layout for the archive manifest.
      * COPY this member into a program's FILE SECTION. One row
      * per dataset processed: counts and amount totals on both
      * sides of the split, so read = archived + kept proves
      * nothing was lost. Rows accumulate run after run;
      * MAN-ARCH-DSN names the archive generation the run wrote
      * (e.g. AUDARCH.D261015.T020000), which is how a reader
      * finds every generation again. The record was 85 bytes
      * before MAN-RUN-DATE and MAN-ARCH-DSN were added; ARCHPRG
      * rewrites an old-layout manifest at this length on its
      * first run, and a row carried over that way has
      * MAN-RUN-DATE zero and MAN-ARCH-DSN blank, meaning the
      * plain archive base name. MAN-ACTION is the policy's:
      * 'A' archived, 'D' dropped.
      *================================================================*
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
           05 MAN-DATASET         PIC X(8).
           05 MAN-CUTOFF          PIC 9(8).
           05 MAN-ACTION          PIC X(1).
           05 MAN-READ-COUNT      PIC 9(8).
           05 MAN-ARCH-COUNT      PIC 9(8).
           05 MAN-KEPT-COUNT      PIC 9(8).
           05 MAN-AMT-READ        PIC S9(13)V99 COMP-3.
           05 MAN-AMT-ARCH        PIC S9(13)V99 COMP-3.
           05 MAN-AMT-KEPT        PIC S9(13)V99 COMP-3.
           05 MAN-NOTE            PIC X(20).
           05 MAN-RUN-DATE        PIC 9(8).
           05 MAN-ARCH-DSN        PIC X(44).
