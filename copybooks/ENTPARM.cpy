      *================================================================*
      * ENTPARM - communication area for the shared ENTLCHK
      * operator entitlement check. COPY this member into the
      * WORKING-STORAGE of a calling program (and into ENTLCHK's
      * LINKAGE SECTION), set the program, run mode and operator
      * IDs, then CALL 'ENTLCHK' USING ENTITLEMENT-CHECK-AREA at
      * startup. Every batch program takes the submitting operator
      * from PARM positions 73-80 and, for a dual-control mode,
      * the second operator from positions 65-72.
      *   ENC-RESULT 'Y' the run may go ahead, 'N' it is refused
      *   and ENC-REASON says why. ENC-DUAL-CONTROL comes back 'Y'
      *   when the mode needed a second operator.
      * ENC-RETURN-CODE: 00 entitled, 04 no entitlement files yet
      * and this is ENTLMNT's maintenance run loading them (let
      * through), 08 refused, 12 entitlement files missing or
      * unreadable (refused).
      *================================================================*
       01  ENTITLEMENT-CHECK-AREA.
           05 ENC-PROGRAM          PIC X(8).
           05 ENC-MODE             PIC X(4).
           05 ENC-OPERATOR         PIC X(8).
           05 ENC-APPROVER         PIC X(8).
           05 ENC-RESULT           PIC X(1).
              88 ENC-ENTITLED      VALUE 'Y'.
              88 ENC-REFUSED       VALUE 'N'.
           05 ENC-DUAL-CONTROL     PIC X(1).
           05 ENC-REASON           PIC X(40).
           05 ENC-RETURN-CODE      PIC 9(2).
