      * take the parked intake with it) and returns LG-CLM-REFERRED -
      * no CLAIM row exists, so nothing is settleable by LGCLMSET,
      * until an adjuster rules through LGCLMRFD.
      *
      * A claim that is inserted gets its case reserve opened at once
      * through LGCLMRSV, at the claimed VALUE less anything already
      * PAID, in the same unit of work as the CLAIM row.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * count flag the intake for adjuster referral.
       01 WK-FREQUENCY-THRESHOLD       PIC S9(4) USAGE COMP VALUE 3.
       01 WK-REFER-USERID              PIC X(10) VALUE 'LGCLMCRT'.
       01 WS-OPENING-RESERVE           PIC S9(9) USAGE COMP VALUE 0.
      * Case-reserve area for the LGCLMRSV CALL - see LGRSVRES.
           COPY LGRSVRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
           IF LG-CLM-SUCCESS
              PERFORM INSERT-CLAIM
           END-IF.
           IF LG-CLM-SUCCESS
              PERFORM OPEN-CASE-RESERVE
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
                 DISPLAY '(LGCLMCRT) CLAIM ADDED TO DATABASE.'
              END-IF
           END-IF.

      ******************************************************************
      * OPEN-CASE-RESERVE opens the new claim's case reserve at what
      * is still payable on it - the claimed VALUE less any amount
      * PAID at intake.
       OPEN-CASE-RESERVE.
           COMPUTE WS-OPENING-RESERVE = LG-CLM-VALUE - LG-CLM-PAID.
           IF WS-OPENING-RESERVE < 0
              MOVE 0 TO WS-OPENING-RESERVE
           END-IF.
           INITIALIZE LG-CLAIM-RESERVE-AREA.
           SET LG-RSV-FN-OPEN       TO TRUE.
           MOVE DB2-C-Num           TO LG-RSV-CLAIMNUMBER.
           MOVE LG-CLM-POLICYNUMBER TO LG-RSV-POLICYNUMBER.
           MOVE WS-OPENING-RESERVE  TO LG-RSV-AMOUNT.
           MOVE WK-REFER-USERID     TO LG-RSV-UPD-USERID.
           CALL 'LGCLMRSV' USING LG-CLAIM-RESERVE-AREA.
           IF NOT LG-RSV-SUCCESS
              SET LG-CLM-DB2FAIL TO TRUE
              MOVE LG-RSV-REASON TO LG-CLM-REASON
           END-IF.
