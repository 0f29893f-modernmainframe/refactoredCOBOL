      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGRICESS
      ******************************************************************
      * RI-CESSION. Cedes the reinsurers' share of a premium event to
      * the RI_TREATY treaties covering the risk, so the quarterly
      * bordereau no longer has to be built by hand. LGPOLADD,
      * LGPOLEND and LGRENRSP CALL it straight after writing their
      * PREMIUM_TAX_DTL row, with that row's event, date and signed
      * premium, and it runs inside their unit of work - a cession
      * that cannot be recorded takes the policy change back out with
      * it, and nothing here commits.
      *
      * The risk's gross exposure is the HOUSE VALUE for a house
      * policy and, COMMERCIAL carrying no sum insured, the annual
      * PAYMENT for a commercial one (the treaty's retention and line
      * limit are set in the same terms). Other lines are not
      * reinsured and come back with nothing ceded. The active
      * treaties for the line in force on the event date are then
      * applied quota share first:
      *
      *  - quota share cedes CESSION_PCT of the gross exposure;
      *  - surplus cedes what the quota share left above
      *    RETENTION_AMOUNT;
      *
      * each capped at the treaty's LINE_LIMIT. The treaty takes the
      * same share of the event premium as of the exposure, rounded,
      * and an RI_CESSION row records both - the exposure share is
      * also what LGRIRCV recovers the policy's claims at.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRICESS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-EXPOSURE                  PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NET-EXPOSURE              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CEDED-EXPOSURE            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-EARLIER-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-TREATIES        VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-STATUS-ACTIVE         PIC X(1) VALUE 'A'.
          05 WK-QUOTA-SHARE           PIC X(1) VALUE 'Q'.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY / LGRITRT / LGRICSN
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DB2-POLICY.  01 DCLRI-TREATY.  01 DCLRI-CESSION.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE LGPOLICY
           END-EXEC.

           EXEC SQL
             INCLUDE LGRITRT
           END-EXEC.

           EXEC SQL
             INCLUDE LGRICSN
           END-EXEC.

      * The line's active treaties in force on the event date, quota
      * share ('Q') ahead of surplus ('S') so the surplus sees what
      * the quota share left.
           EXEC SQL
             DECLARE TREATYCSR CURSOR FOR
                SELECT TREATY_ID, TREATY_TYPE, RETENTION_AMOUNT,
                       CESSION_PCT, LINE_LIMIT
                  FROM RI_TREATY
                 WHERE POLICYTYPE = :CE-POLICYTYPE
                   AND TREATY_STATUS = :WK-STATUS-ACTIVE
                   AND EFFECTIVE_DATE <= :CE-CESSION-DATE
                   AND EXPIRY_DATE >= :CE-CESSION-DATE
                 ORDER BY TREATY_TYPE, TREATY_ID
           END-EXEC.

       LINKAGE SECTION.
           COPY LGRICRES.
      * PATH : .../Cobol Include/LGRICRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-RI-CESSION-AREA.

       PROCEDURE DIVISION USING LG-RI-CESSION-AREA.
       MAIN-PARA.
           SET LG-RIC-SUCCESS TO TRUE.
           MOVE SPACES TO LG-RIC-REASON.
           MOVE 0 TO LG-RIC-CEDED-PREMIUM.
           MOVE 0 TO WS-EXPOSURE.
           IF NOT LG-RIC-EV-WRITTEN AND NOT LG-RIC-EV-ENDORSED
              AND NOT LG-RIC-EV-RENEWED
              SET LG-RIC-BADEVENT TO TRUE
              MOVE 'INVALID CESSION EVENT' TO LG-RIC-REASON
              EXIT PROGRAM
           END-IF.
           MOVE LG-RIC-POLICYNUMBER TO CE-POLICYNUMBER.
           MOVE LG-RIC-POLICYTYPE   TO CE-POLICYTYPE.
           MOVE LG-RIC-EVENT        TO CE-CESSION-EVENT.
           MOVE LG-RIC-EVENT-DATE   TO CE-CESSION-DATE.
           MOVE LG-RIC-PREMIUM      TO CE-GROSS-PREMIUM.
           MOVE LG-RIC-UPD-USERID   TO CE-UPD-USERID.
           EVALUATE LG-RIC-POLICYTYPE
              WHEN 'H'
                 PERFORM FETCH-HOUSE-EXPOSURE
              WHEN 'C'
                 PERFORM FETCH-COMMERCIAL-EXPOSURE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF LG-RIC-SUCCESS AND WS-EXPOSURE > 0
              PERFORM CEDE-TO-TREATIES
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * FETCH-HOUSE-EXPOSURE takes the sum insured from the HOUSE row
      * as it now stands - after the caller's insert or endorsement.
      * A policy with no HOUSE row has nothing to cede.
       FETCH-HOUSE-EXPOSURE.
           MOVE LG-RIC-POLICYNUMBER TO DB2-POLICYNUMBER.
           EXEC SQL
                SELECT COALESCE(VALUE, 0)
                  INTO :WS-EXPOSURE
                  FROM HOUSE
                 WHERE POLICYNUMBER = :DB2-POLICYNUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO WS-EXPOSURE
              WHEN OTHER
                 SET LG-RIC-DB2FAIL TO TRUE
                 MOVE 'HOUSE EXPOSURE LOOKUP FAILED' TO LG-RIC-REASON
                 DISPLAY '(LGRICESS) HOUSE LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-COMMERCIAL-EXPOSURE takes the annual PAYMENT the caller
      * has just set on the POLICY row.
       FETCH-COMMERCIAL-EXPOSURE.
           MOVE LG-RIC-POLICYNUMBER TO DB2-POLICYNUMBER.
           EXEC SQL
                SELECT COALESCE(PAYMENT, 0)
                  INTO :WS-EXPOSURE
                  FROM POLICY
                 WHERE POLICYNUMBER = :DB2-POLICYNUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO WS-EXPOSURE
              WHEN OTHER
                 SET LG-RIC-DB2FAIL TO TRUE
                 MOVE 'POLICY EXPOSURE LOOKUP FAILED' TO LG-RIC-REASON
                 DISPLAY '(LGRICESS) POLICY LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * CEDE-TO-TREATIES walks the treaties in force, carrying the
      * exposure still retained from one treaty to the next.
       CEDE-TO-TREATIES.
           MOVE WS-EXPOSURE TO WS-NET-EXPOSURE.
           MOVE WS-EXPOSURE TO CE-EXPOSURE.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN TREATYCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RIC-DB2FAIL TO TRUE
              MOVE 'TREATY CURSOR OPEN FAILED' TO LG-RIC-REASON
              DISPLAY '(LGRICESS) CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM FETCH-NEXT-TREATY
              PERFORM UNTIL WS-END-OF-TREATIES
                      OR NOT LG-RIC-SUCCESS
                 PERFORM CEDE-TO-ONE-TREATY
                 IF LG-RIC-SUCCESS
                    PERFORM FETCH-NEXT-TREATY
                 END-IF
              END-PERFORM
              EXEC SQL
                   CLOSE TREATYCSR
              END-EXEC
           END-IF.

      ******************************************************************
       FETCH-NEXT-TREATY.
           EXEC SQL
                FETCH TREATYCSR
                 INTO :TY-TREATY-ID, :TY-TREATY-TYPE,
                      :TY-RETENTION-AMOUNT, :TY-CESSION-PCT,
                      :TY-LINE-LIMIT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-END-OF-TREATIES TO TRUE
              WHEN OTHER
                 SET WS-END-OF-TREATIES TO TRUE
                 SET LG-RIC-DB2FAIL TO TRUE
                 MOVE 'TREATY FETCH FAILED' TO LG-RIC-REASON
                 DISPLAY '(LGRICESS) FETCH FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * CEDE-TO-ONE-TREATY sizes this treaty's share of the exposure,
      * caps it at the line limit, and records the cession with the
      * same share of the premium. A treaty left with nothing to take
      * - a risk inside the surplus retention - records nothing,
      * unless it held a share of the policy before: then a nil row
      * records that it no longer does, so LGRIRCV stops recovering
      * the policy's claims from it.
       CEDE-TO-ONE-TREATY.
           IF TY-TREATY-TYPE = WK-QUOTA-SHARE
              COMPUTE WS-CEDED-EXPOSURE ROUNDED =
                      WS-EXPOSURE * TY-CESSION-PCT / 100
           ELSE
              COMPUTE WS-CEDED-EXPOSURE =
                      WS-NET-EXPOSURE - TY-RETENTION-AMOUNT
           END-IF.
           IF WS-CEDED-EXPOSURE > TY-LINE-LIMIT
              MOVE TY-LINE-LIMIT TO WS-CEDED-EXPOSURE
           END-IF.
           IF WS-CEDED-EXPOSURE > WS-NET-EXPOSURE
              MOVE WS-NET-EXPOSURE TO WS-CEDED-EXPOSURE
           END-IF.
           IF WS-CEDED-EXPOSURE > 0
              SUBTRACT WS-CEDED-EXPOSURE FROM WS-NET-EXPOSURE
              MOVE TY-TREATY-ID      TO CE-TREATY-ID
              MOVE WS-CEDED-EXPOSURE TO CE-CEDED-EXPOSURE
              COMPUTE CE-CEDED-PREMIUM ROUNDED =
                      LG-RIC-PREMIUM * WS-CEDED-EXPOSURE / WS-EXPOSURE
              PERFORM INSERT-CESSION-ROW
           ELSE
              MOVE TY-TREATY-ID TO CE-TREATY-ID
              PERFORM CHECK-EARLIER-CESSION
              IF LG-RIC-SUCCESS AND WS-EARLIER-COUNT > 0
                 MOVE 0 TO CE-CEDED-EXPOSURE
                 MOVE 0 TO CE-CEDED-PREMIUM
                 PERFORM INSERT-CESSION-ROW
              END-IF
           END-IF.

      ******************************************************************
       CHECK-EARLIER-CESSION.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-EARLIER-COUNT
                  FROM RI_CESSION
                 WHERE POLICYNUMBER = :CE-POLICYNUMBER
                   AND TREATY_ID = :CE-TREATY-ID
                   AND CEDED_EXPOSURE > 0
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RIC-DB2FAIL TO TRUE
              MOVE 'CESSION HISTORY LOOKUP FAILED' TO LG-RIC-REASON
              DISPLAY '(LGRICESS) HISTORY LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       INSERT-CESSION-ROW.
           EXEC SQL
                INSERT INTO RI_CESSION
                       ( POLICYNUMBER ,
                         TREATY_ID ,
                         CESSION_EVENT ,
                         CESSION_DATE ,
                         POLICYTYPE ,
                         EXPOSURE ,
                         CEDED_EXPOSURE ,
                         GROSS_PREMIUM ,
                         CEDED_PREMIUM ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :CE-POLICYNUMBER ,
                         :CE-TREATY-ID ,
                         :CE-CESSION-EVENT ,
                         :CE-CESSION-DATE ,
                         :CE-POLICYTYPE ,
                         :CE-EXPOSURE ,
                         :CE-CEDED-EXPOSURE ,
                         :CE-GROSS-PREMIUM ,
                         :CE-CEDED-PREMIUM ,
                         :CE-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RIC-DB2FAIL TO TRUE
              MOVE 'CESSION INSERT FAILED' TO LG-RIC-REASON
              DISPLAY '(LGRICESS) INSERT FAILED. POLICY='
                CE-POLICYNUMBER ' TREATY=' CE-TREATY-ID
                ' SQLCODE=' SQLCODE
           ELSE
              ADD CE-CEDED-PREMIUM TO LG-RIC-CEDED-PREMIUM
           END-IF.
