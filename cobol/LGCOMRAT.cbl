      * flood, weather) from the property's type and postcode, writes
      * the peril/premium pairs back to COMMERCIAL, and sets STATUS/
      * REJECTIONREASON when a peril comes out too high to underwrite.
      *
      * In quote mode (LG-COM-RATE-QUOTE) the same rules price the
      * property proposed on an INS_QUOTE row, so a broker can have a
      * price without a live policy; the peril premiums and return
      * code are returned only, and LGQTEADD keeps the total on the
      * quote.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DB2-POLICY / DB2-COMMERCIAL.  01 DCLINS-QUOTE (LGQUOTE).
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
             INCLUDE LGPOLICY
           END-EXEC.

           EXEC SQL
             INCLUDE LGQUOTE
           END-EXEC.

       LINKAGE SECTION.
           COPY LGCOMRES.
      * PATH : .../Cobol Include/LGCOMRES
           MOVE LG-COM-POLICYNUMBER TO DB2-POLICYNUMBER.
           SET LG-COM-SUCCESS TO TRUE.
           MOVE SPACES TO LG-COM-REASON.
           IF LG-COM-RATE-QUOTE
              PERFORM FETCH-QUOTED-COMMERCIAL-RISK
           ELSE
              PERFORM FETCH-COMMERCIAL-ROW
           END-IF.
           IF LG-COM-SUCCESS
              PERFORM RATE-PERILS
              IF NOT LG-COM-RATE-QUOTE
                 PERFORM UPDATE-COMMERCIAL-ROW
              END-IF
           END-IF.
           EXIT PROGRAM.

                 DISPLAY '(LGCOMRAT) FETCH FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-QUOTED-COMMERCIAL-RISK reads the proposed property off
      * the commercial quote into the same fields the COMMERCIAL row
      * fills.
       FETCH-QUOTED-COMMERCIAL-RISK.
           MOVE LG-COM-QUOTENUMBER TO QT-QUOTENUMBER.
           EXEC SQL
                SELECT B_ZIPCODE, B_PROPERTYTYPE
                  INTO :DB2-B-Postcode, :DB2-B-PropType
                  FROM INS_QUOTE
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
                   AND POLICYTYPE = 'C'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET LG-COM-POLICY-NOTFOUND TO TRUE
                 MOVE 'COMMERCIAL QUOTE NOT FOUND' TO LG-COM-REASON
              WHEN OTHER
                 SET LG-COM-DB2FAIL TO TRUE
                 MOVE 'COMMERCIAL QUOTE FETCH FAILED' TO LG-COM-REASON
                 DISPLAY '(LGCOMRAT) QUOTE FETCH FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * RATE-PERILS derives a property-type multiplier and a postcode
      * risk band, combines them into each peril's risk score, and
