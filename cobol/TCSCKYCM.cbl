      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCKYCM
      ******************************************************************
      * KYC REVIEW MAINTAIN, the entry point through which a completed
      * periodic identity review is recorded, linkage-callable in the
      * TCSCSNPD mold. The caller gives the CUID, the reviewer and
      * the date the review was completed (blank = today; a date in
      * the future is refused). The customer must exist and be
      * ACTIVE. Then:
      *
      *  - the customer is re-rated by TCSCKYRT as of the review date
      *    and CUST_KYC_REVIEW brought up to date under the
      *    UPD_TIMESTAMP read: LAST_REVIEW_DATE the review date,
      *    NEXT_REVIEW_DATE the review date plus the tier's interval,
      *    REVIEW_STATE back to 'C' and LETTER_DATE cleared. A
      *    customer TCSCKYCB has not rated yet gets the row inserted;
      *  - every account the customer holds, as primary holder or as
      *    an ACTIVE party, that TCSCKYCB restricted (COMPLIANCE_STATUS
      *    KYC) goes back to CLEAR under the UPD_TIMESTAMP check, each
      *    with a CBS_ACCT_AUDIT_LOG row (the CBSCMPFD convention) -
      *    except a joint account another of whose holders is still
      *    restricted: that one stays restricted until the last
      *    overdue holder's review is recorded.
      *
      * The review and the lifts are one commit/rollback unit of
      * work: an account changed under us backs the whole review out
      * for the caller to retry.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns KYM-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCKYCM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DAYS-AHEAD                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-ROW-SWITCH                PIC X VALUE 'N'.
          88 WS-REVIEW-ROW-FOUND       VALUE 'Y'.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-STATE-CURRENT         PIC X(1) VALUE 'C'.
          05 WK-STATE-RESTRICTED      PIC X(1) VALUE 'R'.
          05 WK-NO-DATE               PIC X(10) VALUE '0001-01-01'.
          05 WK-COMPLIANCE-KYC        PIC X(5) VALUE 'KYC'.
          05 WK-COMPLIANCE-CLEAR      PIC X(5) VALUE 'CLEAR'.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      * PATH : .../Cobol Include/CUSTCPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 CUSTOMER-ID                PIC 9(9).
      *    10 CUSTOMER-STATUS            PIC X.
      ******************************************************************
       COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 CUST-STATUS-ACTIVE    PIC X(1)  VALUE 'A'.
      ******************************************************************
           COPY CUSTKYRT.
      * PATH : .../Cobol Include/CUSTKYRT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  KYR-RATING-AREA.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTKYC.cpy / CBSMST / CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-KYC-REVIEW.
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-AUDIT-LOG.
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
             INCLUDE CUSTKYC
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Every account the customer holds, alone or jointly, that is
      * under KYC debit restriction and has no other holder still
      * restricted.
           EXEC SQL
             DECLARE LIFTACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.COMPLIANCE_STATUS,
                       A.UPD_TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.COMPLIANCE_STATUS = :WK-COMPLIANCE-KYC
                   AND ( A.CUSTOMER_ID = :KY-CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :KY-CUID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CUST_KYC_REVIEW K
                          WHERE K.CUID <> :KY-CUID
                            AND K.REVIEW_STATE = :WK-STATE-RESTRICTED
                            AND ( K.CUID = A.CUSTOMER_ID
                               OR EXISTS
                                  ( SELECT 1 FROM CBS_ACCT_PARTY Q
                                     WHERE Q.ACCOUNT_NUMBER =
                                           A.ACCOUNT_NUMBER
                                       AND Q.CUID = K.CUID
                                       AND Q.PARTY_STATUS =
                                           :WK-PARTY-ACTIVE ) ) )
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CUSTKYRS.
      * PATH : .../Cobol Include/CUSTKYRS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  KYM-REVIEW-AREA.

       PROCEDURE DIVISION USING KYM-REVIEW-AREA.
       MAIN-PARA.
           SET KYM-SUCCESS TO TRUE.
           MOVE SPACES TO KYM-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT KYM-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE SPACES TO KYM-RISK-TIER.
           MOVE SPACES TO KYM-NEXT-REVIEW-DATE.
           MOVE 0 TO KYM-LIFTED-COUNT.
           IF KYM-REVIEW-USERID = SPACES
              SET KYM-BADREQUEST TO TRUE
              MOVE 'REVIEWER USER ID IS REQUIRED' TO KYM-REASON
           END-IF.
           IF KYM-SUCCESS
              PERFORM SET-REVIEW-DATE
           END-IF.
           IF KYM-SUCCESS
              PERFORM FETCH-CUSTOMER
           END-IF.
           IF KYM-SUCCESS
              PERFORM RATE-CUSTOMER
           END-IF.
           IF KYM-SUCCESS
              PERFORM FETCH-REVIEW-ROW
           END-IF.
           IF KYM-SUCCESS
              IF WS-REVIEW-ROW-FOUND
                 PERFORM UPDATE-REVIEW-ROW
              ELSE
                 PERFORM INSERT-REVIEW-ROW
              END-IF
           END-IF.
           IF KYM-SUCCESS
              PERFORM LIFT-KYC-RESTRICTIONS
           END-IF.
           IF KYM-SUCCESS
              EXEC SQL
                   COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE 0 TO KYM-LIFTED-COUNT
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE KYM-REVIEW-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'TCSCKYCM' TO CBSEN-PROGRAM-NAME.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET KYM-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO KYM-REASON
           END-IF.

      ******************************************************************
      * SET-REVIEW-DATE takes today when no date is given, and lets
      * DB2 refuse a malformed one; a review cannot be recorded as
      * completed in the future.
       SET-REVIEW-DATE.
           IF KYM-REVIEW-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :KYM-REVIEW-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.
           EXEC SQL
                SELECT DAYS(DATE(:KYM-REVIEW-DATE)) - DAYS(CURRENT DATE)
                  INTO :WS-DAYS-AHEAD
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = -180 OR SQLCODE = -181
                 SET KYM-BADREQUEST TO TRUE
                 MOVE 'INVALID REVIEW DATE' TO KYM-REASON
              WHEN SQLCODE NOT = 0
                 SET KYM-DB2FAIL TO TRUE
                 MOVE 'REVIEW DATE CHECK FAILED' TO KYM-REASON
              WHEN WS-DAYS-AHEAD > 0
                 SET KYM-BADREQUEST TO TRUE
                 MOVE 'REVIEW DATE IS IN THE FUTURE' TO KYM-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
       FETCH-CUSTOMER.
           MOVE KYM-CUID TO CUSTOMER-ID.
           EXEC SQL
                SELECT STATUS
                  INTO :CUSTOMER-STATUS
                  FROM CUSTOMER
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF CUSTOMER-STATUS NOT = CUST-STATUS-ACTIVE
                    SET KYM-BADREQUEST TO TRUE
                    MOVE 'CUSTOMER IS NOT ACTIVE' TO KYM-REASON
                 END-IF
              WHEN 100
                 SET KYM-NOTFOUND TO TRUE
                 MOVE 'CUSTOMER NOT FOUND' TO KYM-REASON
              WHEN OTHER
                 SET KYM-DB2FAIL TO TRUE
                 MOVE 'CUSTOMER LOOKUP FAILED' TO KYM-REASON
           END-EVALUATE.

      ******************************************************************
      * RATE-CUSTOMER re-rates the customer as of the review date and
      * works out when the next review falls due.
       RATE-CUSTOMER.
           MOVE KYM-CUID        TO KYR-CUID.
           MOVE KYM-REVIEW-DATE TO KYR-BUSINESS-DATE.
           CALL 'TCSCKYRT' USING KYR-RATING-AREA.
           IF NOT KYR-SUCCESS
              SET KYM-DB2FAIL TO TRUE
              MOVE KYR-REASON TO KYM-REASON
           ELSE
              EXEC SQL
                   SELECT DATE(:KYM-REVIEW-DATE)
                          + :KYR-INTERVAL-MONTHS MONTHS
                     INTO :KY-NEXT-REVIEW-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 SET KYM-DB2FAIL TO TRUE
                 MOVE 'NEXT REVIEW DATE FAILED' TO KYM-REASON
              ELSE
                 MOVE KYR-RISK-TIER       TO KYM-RISK-TIER
                 MOVE KY-NEXT-REVIEW-DATE TO KYM-NEXT-REVIEW-DATE
              END-IF
           END-IF.

      ******************************************************************
       FETCH-REVIEW-ROW.
           MOVE KYM-CUID TO KY-CUID.
           MOVE 'N' TO WS-ROW-SWITCH.
           EXEC SQL
                SELECT UPD_TIMESTAMP
                  INTO :KY-UPD-TIMESTAMP
                  FROM CUST_KYC_REVIEW
                 WHERE CUID = :KY-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET WS-REVIEW-ROW-FOUND TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET KYM-DB2FAIL TO TRUE
                 MOVE 'KYC REVIEW LOOKUP FAILED' TO KYM-REASON
           END-EVALUATE.

      ******************************************************************
      * UPDATE-REVIEW-ROW records the review, provided the row has not
      * changed since it was read.
       UPDATE-REVIEW-ROW.
           MOVE KYR-RISK-TIER     TO KY-RISK-TIER.
           MOVE KYR-RISK-SCORE    TO KY-RISK-SCORE.
           MOVE KYM-REVIEW-DATE   TO KY-LAST-REVIEW-DATE.
           MOVE KYM-REVIEW-USERID TO KY-REVIEW-USERID.
           EXEC SQL
                UPDATE CUST_KYC_REVIEW
                   SET RISK_TIER = :KY-RISK-TIER ,
                       RISK_SCORE = :KY-RISK-SCORE ,
                       RATED_DATE = :KY-LAST-REVIEW-DATE ,
                       LAST_REVIEW_DATE = :KY-LAST-REVIEW-DATE ,
                       NEXT_REVIEW_DATE = :KY-NEXT-REVIEW-DATE ,
                       REVIEW_STATE = :WK-STATE-CURRENT ,
                       LETTER_DATE = :WK-NO-DATE ,
                       REVIEW_USERID = :KY-REVIEW-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :KY-CUID
                   AND UPD_TIMESTAMP = :KY-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET KYM-ACCT-CHANGED TO TRUE
                 MOVE 'KYC REVIEW CHANGED BY ANOTHER USER - RETRY'
                   TO KYM-REASON
              WHEN OTHER
                 SET KYM-DB2FAIL TO TRUE
                 MOVE 'KYC REVIEW UPDATE FAILED' TO KYM-REASON
                 DISPLAY '(TCSCKYCM) REVIEW UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-REVIEW-ROW.
           MOVE KYR-RISK-TIER     TO KY-RISK-TIER.
           MOVE KYR-RISK-SCORE    TO KY-RISK-SCORE.
           MOVE KYM-REVIEW-DATE   TO KY-LAST-REVIEW-DATE.
           MOVE KYM-REVIEW-USERID TO KY-REVIEW-USERID.
           EXEC SQL
                INSERT INTO CUST_KYC_REVIEW
                       ( CUID ,
                         RISK_TIER ,
                         RISK_SCORE ,
                         RATED_DATE ,
                         LAST_REVIEW_DATE ,
                         NEXT_REVIEW_DATE ,
                         REVIEW_STATE ,
                         LETTER_DATE ,
                         REVIEW_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :KY-CUID ,
                         :KY-RISK-TIER ,
                         :KY-RISK-SCORE ,
                         :KY-LAST-REVIEW-DATE ,
                         :KY-LAST-REVIEW-DATE ,
                         :KY-NEXT-REVIEW-DATE ,
                         :WK-STATE-CURRENT ,
                         :WK-NO-DATE ,
                         :KY-REVIEW-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET KYM-DB2FAIL TO TRUE
              MOVE 'KYC REVIEW INSERT FAILED' TO KYM-REASON
              DISPLAY '(TCSCKYCM) REVIEW INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * LIFT-KYC-RESTRICTIONS restores debits on every account the
      * review clears.
       LIFT-KYC-RESTRICTIONS.
           MOVE 'KYC REVIEW RECORDED - DEBITS RESTORED'
             TO WS-AUDIT-REASON.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           EXEC SQL
                OPEN LIFTACCTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET KYM-DB2FAIL TO TRUE
              MOVE 'ACCOUNT CURSOR OPEN FAILED' TO KYM-REASON
              DISPLAY '(TCSCKYCM) CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM FETCH-NEXT-LIFT-ACCOUNT
              PERFORM UNTIL WS-ACCT-END-OF-CURSOR
                 PERFORM LIFT-ONE-ACCOUNT
                 IF KYM-SUCCESS
                    PERFORM FETCH-NEXT-LIFT-ACCOUNT
                 ELSE
                    SET WS-ACCT-END-OF-CURSOR TO TRUE
                 END-IF
              END-PERFORM
              EXEC SQL
                   CLOSE LIFTACCTCSR
              END-EXEC
           END-IF.

      ******************************************************************
       FETCH-NEXT-LIFT-ACCOUNT.
           EXEC SQL
                FETCH LIFTACCTCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-COMPLIANCE-STATUS,
                      :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 SET KYM-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT FETCH FAILED' TO KYM-REASON
                 DISPLAY '(TCSCKYCM) ACCOUNT FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * LIFT-ONE-ACCOUNT carries the UPD_TIMESTAMP fetched into the
      * WHERE clause, so a concurrent change backs the review out for
      * the caller to retry instead of being overwritten.
       LIFT-ONE-ACCOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET COMPLIANCE_STATUS = :WK-COMPLIANCE-CLEAR ,
                       UPD_USERID = :KYM-REVIEW-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO KYM-LIFTED-COUNT
                 PERFORM INSERT-LIFT-AUDIT-ROW
              WHEN 100
                 SET KYM-ACCT-CHANGED TO TRUE
                 MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                   TO KYM-REASON
              WHEN OTHER
                 SET KYM-DB2FAIL TO TRUE
                 MOVE 'RESTRICTION LIFT FAILED' TO KYM-REASON
                 DISPLAY '(TCSCKYCM) LIFT UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-LIFT-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER    TO AU-ACCOUNT-NUMBER.
           MOVE H1-COMPLIANCE-STATUS TO AU-OLD-STATUS.
           MOVE WK-COMPLIANCE-CLEAR  TO AU-NEW-STATUS.
           MOVE KYM-REVIEW-USERID    TO AU-UPD-USERID.
           MOVE WS-AUDIT-REASON      TO AU-REASON.
           EXEC SQL
                INSERT INTO CBS_ACCT_AUDIT_LOG
                       ( ACCOUNT_NUMBER ,
                         OLD_STATUS ,
                         NEW_STATUS ,
                         UPD_USERID ,
                         UPD_TIMESTAMP ,
                         REASON )
                VALUES
                       ( :AU-ACCOUNT-NUMBER ,
                         :AU-OLD-STATUS ,
                         :AU-NEW-STATUS ,
                         :AU-UPD-USERID ,
                         CURRENT TIMESTAMP ,
                         :AU-REASON )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET KYM-DB2FAIL TO TRUE
              MOVE 'AUDIT LOG INSERT FAILED' TO KYM-REASON
              DISPLAY '(TCSCKYCM) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
