      *================================================================*
      * OFACPARM - communication area for the shared OFACSCRN
      * sanctions screening routine. COPY this member into the
      * WORKING-STORAGE of a calling program (and into OFACSCRN's
      * LINKAGE SECTION), set OFS-FUNCTION and the subject, then
      * CALL 'OFACSCRN' USING OFAC-SCREEN-AREA.
      *   SCREEN   - screens OFS-NAME for subject OFS-SOURCE/
      *              OFS-REFERENCE (sources as on the hit file).
      *              Every likely match not already cleared for
      *              this name is recorded on the hit file as
      *              pending; OFS-RESULT 'H' when any match stands,
      *              with the best one in the OFS-TOP fields.
      *   RELOAD   - re-reads the watch list after a load in the
      *              same run.
      *   CLOSE    - closes the routine's files so the caller may
      *              open them itself.
      * OFS-RETURN-CODE: 00 ok, 04 blank name, 08 no watch list
      * loaded (nothing screened), 12 hit file unavailable, 99
      * unknown function.
      *================================================================*
       01  OFAC-SCREEN-AREA.
           05 OFS-FUNCTION         PIC X(8).
           05 OFS-SOURCE           PIC X(1).
           05 OFS-REFERENCE        PIC X(26).
           05 OFS-NAME             PIC X(40).
           05 OFS-RESULT           PIC X(1).
              88 OFS-CLEAR         VALUE 'N'.
              88 OFS-LIKELY-MATCH  VALUE 'H'.
           05 OFS-HIT-COUNT        PIC 9(3).
           05 OFS-NEW-HITS         PIC 9(3).
           05 OFS-TOP-ENTRY-ID     PIC 9(8).
           05 OFS-TOP-NAME         PIC X(40).
           05 OFS-TOP-SCORE        PIC 9(3).
           05 OFS-RETURN-CODE      PIC 9(2).
