      * ACCIDENTS count - writes it back to MOTOR.PREMIUM, and rejects
      * uninsurable risks (too many accidents, vehicle too old) with a
      * reason instead of pricing them.
      *
      * In quote mode (LG-MOT-RATE-QUOTE) the same rules price the
      * vehicle proposed on an INS_QUOTE row, so a broker can have a
      * price without a live policy; the premium is returned only,
      * and LGQTEADD keeps it on the quote.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DB2-POLICY / DB2-MOTOR.  01 DCLINS-QUOTE (LGQUOTE).
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
             INCLUDE LGPOLICY
           END-EXEC.

           EXEC SQL
             INCLUDE LGQUOTE
           END-EXEC.

       LINKAGE SECTION.
           COPY LGMOTRES.
      * PATH : .../Cobol Include/LGMOTRES
           SET LG-MOT-SUCCESS TO TRUE.
           MOVE SPACES TO LG-MOT-REASON.
           MOVE 0 TO LG-MOT-PREMIUM.
           IF LG-MOT-RATE-QUOTE
              PERFORM FETCH-QUOTED-MOTOR-RISK
           ELSE
              PERFORM FETCH-MOTOR-ROW
           END-IF.
           IF LG-MOT-SUCCESS
              PERFORM RATE-MOTOR-RISK
           END-IF.
           IF LG-MOT-SUCCESS AND NOT LG-MOT-RATE-QUOTE
              PERFORM UPDATE-MOTOR-PREMIUM
           END-IF.
           EXIT PROGRAM.
                 DISPLAY '(LGMOTRAT) FETCH FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-QUOTED-MOTOR-RISK reads the proposed vehicle off the
      * motor quote into the same fields the MOTOR row fills.
       FETCH-QUOTED-MOTOR-RISK.
           MOVE LG-MOT-QUOTENUMBER TO QT-QUOTENUMBER.
           EXEC SQL
                SELECT M_VALUE, M_CC, M_YEAROFMANUFACTURE, M_ACCIDENTS
                  INTO :DB2-M-VALUE, :DB2-M-CC, :DB2-M-MANUFACTURED,
                       :DB2-M-ACCIDENTS
                  FROM INS_QUOTE
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
                   AND POLICYTYPE = 'M'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET LG-MOT-POLICY-NOTFOUND TO TRUE
                 MOVE 'MOTOR QUOTE NOT FOUND' TO LG-MOT-REASON
              WHEN OTHER
                 SET LG-MOT-DB2FAIL TO TRUE
                 MOVE 'MOTOR QUOTE FETCH FAILED' TO LG-MOT-REASON
                 DISPLAY '(LGMOTRAT) QUOTE FETCH FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * RATE-MOTOR-RISK derives the vehicle's age, bands the engine
      * size and age into risk factors, adds the accident count, and
