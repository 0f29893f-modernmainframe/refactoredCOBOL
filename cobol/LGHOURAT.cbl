      * uninsurable risks with a reason. The HOUSE row carries no
      * premium column, so the rated premium is written back to the
      * policy's PAYMENT on POLICY.
      *
      * In quote mode (LG-HOU-RATE-QUOTE) the same rules price the
      * property proposed on an INS_QUOTE row, so a broker can have a
      * price without a live policy; the premium is returned only,
      * and LGQTEADD keeps it on the quote.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DB2-POLICY / DB2-HOUSE.  01 DCLINS-QUOTE (LGQUOTE).
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
             INCLUDE LGPOLICY
           END-EXEC.

           EXEC SQL
             INCLUDE LGQUOTE
           END-EXEC.

       LINKAGE SECTION.
           COPY LGHOURES.
      * PATH : .../Cobol Include/LGHOURES
           SET LG-HOU-SUCCESS TO TRUE.
           MOVE SPACES TO LG-HOU-REASON.
           MOVE 0 TO LG-HOU-PREMIUM.
           IF LG-HOU-RATE-QUOTE
              PERFORM FETCH-QUOTED-HOUSE-RISK
           ELSE
              PERFORM FETCH-HOUSE-ROW
           END-IF.
           IF LG-HOU-SUCCESS
              PERFORM RATE-HOUSE-RISK
           END-IF.
           IF LG-HOU-SUCCESS AND NOT LG-HOU-RATE-QUOTE
              PERFORM UPDATE-POLICY-PAYMENT
           END-IF.
           EXIT PROGRAM.
                 DISPLAY '(LGHOURAT) FETCH FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-QUOTED-HOUSE-RISK reads the proposed property off the
      * house quote into the same fields the HOUSE row fills.
       FETCH-QUOTED-HOUSE-RISK.
           MOVE LG-HOU-QUOTENUMBER TO QT-QUOTENUMBER.
           EXEC SQL
                SELECT H_VALUE, H_BEDROOMS, H_PROPERTYTYPE, H_POSTCODE
                  INTO :DB2-H-VALUE, :DB2-H-BEDROOMS,
                       :DB2-H-PROPERTYTYPE, :DB2-H-POSTCODE
                  FROM INS_QUOTE
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
                   AND POLICYTYPE = 'H'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET LG-HOU-POLICY-NOTFOUND TO TRUE
                 MOVE 'HOUSE QUOTE NOT FOUND' TO LG-HOU-REASON
              WHEN OTHER
                 SET LG-HOU-DB2FAIL TO TRUE
                 MOVE 'HOUSE QUOTE FETCH FAILED' TO LG-HOU-REASON
                 DISPLAY '(LGHOURAT) QUOTE FETCH FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * RATE-HOUSE-RISK combines a property-type multiplier, the
      * first-character postcode band (LGCOMRAT's zip-band rule) and a
