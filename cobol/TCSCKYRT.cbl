      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCKYRT
      ******************************************************************
      * KYC RISK RATING. Rates one CUID for the periodic identity
      * review schedule on CUST_KYC_REVIEW, CALLed by TCSCKYCB's
      * monthly rating pass and by TCSCKYCM when a review is recorded,
      * so the two can never rate a customer differently. The score
      * adds up, as of the business date supplied:
      *
      *  - age: under 21 or 75 and over                       +1
      *  - product mix, over the ACTIVE accounts held as primary
      *    holder or as an ACTIVE party on CBS_ACCT_PARTY:
      *       four accounts or more                           +1
      *       accounts in more than one currency              +1
      *  - compliance history: any account held on compliance HOLD
      *    now or ever (a CBS_ACCT_AUDIT_LOG row to HOLD), or a
      *    confirmed watch-list hit on CUST_SCREEN_QUEUE        +3
      *  - monitoring: a CBS_AML_ALERT escalated in the last
      *    24 months                                          +3
      *    any other alert raised in the last 12 months       +1
      *
      * A score of 3 or more is high risk ('H', reviewed every 12
      * months), 1 or 2 medium ('M', every 36 months), 0 low ('L',
      * every 60 months). Nothing is updated here.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCKYRT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BUSINESS-DATE             PIC X(10).
       01 WS-ACCOUNT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CURRENCY-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HOLD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CONFIRMED-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ESCALATED-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ALERT-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-ACCT-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-COMPLIANCE-HOLD       PIC X(5) VALUE 'HOLD'.
          05 WK-AUDIT-HOLD            PIC X(10) VALUE 'HOLD'.
          05 WK-ALERT-ESCALATED       PIC X(10) VALUE 'ESCALATED'.
          05 WK-SCREEN-CONFIRMED      PIC X(1) VALUE 'C'.
          05 WK-YOUNG-AGE             PIC S9(9) USAGE COMP VALUE 21.
          05 WK-ELDERLY-AGE           PIC S9(9) USAGE COMP VALUE 75.
          05 WK-MANY-ACCOUNTS         PIC S9(9) USAGE COMP VALUE 4.
          05 WK-HIGH-SCORE            PIC S9(9) USAGE COMP VALUE 3.
          05 WK-HIGH-MONTHS           PIC S9(4) USAGE COMP VALUE 12.
          05 WK-MEDIUM-MONTHS         PIC S9(4) USAGE COMP VALUE 36.
          05 WK-LOW-MONTHS            PIC S9(4) USAGE COMP VALUE 60.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTOMER.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCUSTOMER.
      *    10 CUID                 PIC S9(9) USAGE COMP.
      *    10 AGE                  PIC S9(9) USAGE COMP.
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
             INCLUDE CUSTOMER
           END-EXEC.

       LINKAGE SECTION.
           COPY CUSTKYRT.
      * PATH : .../Cobol Include/CUSTKYRT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  KYR-RATING-AREA.

       PROCEDURE DIVISION USING KYR-RATING-AREA.
       MAIN-PARA.
           SET KYR-SUCCESS TO TRUE.
           MOVE SPACES TO KYR-REASON.
           MOVE 0 TO KYR-RISK-SCORE.
           MOVE SPACES TO KYR-RISK-TIER.
           MOVE 0 TO KYR-INTERVAL-MONTHS.
           PERFORM SET-RATING-DATE.
           IF KYR-SUCCESS
              PERFORM SCORE-AGE
           END-IF.
           IF KYR-SUCCESS
              PERFORM SCORE-PRODUCT-MIX
           END-IF.
           IF KYR-SUCCESS
              PERFORM SCORE-COMPLIANCE-HISTORY
           END-IF.
           IF KYR-SUCCESS
              PERFORM SCORE-MONITORING-ALERTS
           END-IF.
           IF KYR-SUCCESS
              PERFORM SET-RISK-TIER
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * SET-RATING-DATE takes the caller's business date, or today's
      * date when none is given.
       SET-RATING-DATE.
           MOVE KYR-BUSINESS-DATE TO WS-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 SET KYR-DB2FAIL TO TRUE
                 MOVE 'DATE LOOKUP FAILED' TO KYR-REASON
              END-IF
           END-IF.

      ******************************************************************
       SCORE-AGE.
           MOVE KYR-CUID TO CUID.
           EXEC SQL
                SELECT AGE
                  INTO :AGE
                  FROM CUSTOMER
                 WHERE CUID = :CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF AGE < WK-YOUNG-AGE OR AGE NOT < WK-ELDERLY-AGE
                    ADD 1 TO KYR-RISK-SCORE
                 END-IF
              WHEN 100
                 SET KYR-NOTFOUND TO TRUE
                 MOVE 'CUSTOMER NOT FOUND' TO KYR-REASON
              WHEN OTHER
                 SET KYR-DB2FAIL TO TRUE
                 MOVE 'CUSTOMER LOOKUP FAILED' TO KYR-REASON
                 DISPLAY '(TCSCKYRT) CUSTOMER LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * SCORE-PRODUCT-MIX counts the ACTIVE accounts the customer
      * holds, alone or jointly, and the currencies they are in.
       SCORE-PRODUCT-MIX.
           EXEC SQL
                SELECT COUNT(*), COUNT(DISTINCT A.CURRENCY)
                  INTO :WS-ACCOUNT-COUNT, :WS-CURRENCY-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :WK-ACCT-ACTIVE
                   AND ( A.CUSTOMER_ID = :CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :CUID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET KYR-DB2FAIL TO TRUE
              MOVE 'ACCOUNT LOOKUP FAILED' TO KYR-REASON
              DISPLAY '(TCSCKYRT) ACCOUNT LOOKUP FAILED. SQLCODE='
                SQLCODE
           ELSE
              IF WS-ACCOUNT-COUNT NOT < WK-MANY-ACCOUNTS
                 ADD 1 TO KYR-RISK-SCORE
              END-IF
              IF WS-CURRENCY-COUNT > 1
                 ADD 1 TO KYR-RISK-SCORE
              END-IF
           END-IF.

      ******************************************************************
      * SCORE-COMPLIANCE-HISTORY looks for any account of the
      * customer's, in any status, that is or has ever been on
      * compliance HOLD, and for a confirmed watch-list hit.
       SCORE-COMPLIANCE-HISTORY.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HOLD-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE ( A.CUSTOMER_ID = :CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :CUID ) )
                   AND ( A.COMPLIANCE_STATUS = :WK-COMPLIANCE-HOLD
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_AUDIT_LOG L
                            WHERE L.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND L.NEW_STATUS = :WK-AUDIT-HOLD ) )
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CONFIRMED-COUNT
                     FROM CUST_SCREEN_QUEUE
                    WHERE CUID = :CUID
                      AND REVIEW_STATUS = :WK-SCREEN-CONFIRMED
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              SET KYR-DB2FAIL TO TRUE
              MOVE 'COMPLIANCE HISTORY LOOKUP FAILED' TO KYR-REASON
              DISPLAY '(TCSCKYRT) COMPLIANCE LOOKUP FAILED. SQLCODE='
                SQLCODE
           ELSE
              IF WS-HOLD-COUNT > 0 OR WS-CONFIRMED-COUNT > 0
                 ADD 3 TO KYR-RISK-SCORE
              END-IF
           END-IF.

      ******************************************************************
      * SCORE-MONITORING-ALERTS counts the customer's transaction-
      * monitoring alerts: escalated ones over 24 months, the rest
      * over 12.
       SCORE-MONITORING-ALERTS.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ESCALATED-COUNT
                  FROM CBS_AML_ALERT
                 WHERE CUSTOMER_ID = :CUID
                   AND ALERT_STATUS = :WK-ALERT-ESCALATED
                   AND ALERT_DATE > DATE(:WS-BUSINESS-DATE) - 24 MONTHS
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ALERT-COUNT
                     FROM CBS_AML_ALERT
                    WHERE CUSTOMER_ID = :CUID
                      AND ALERT_STATUS <> :WK-ALERT-ESCALATED
                      AND ALERT_DATE >
                          DATE(:WS-BUSINESS-DATE) - 12 MONTHS
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              SET KYR-DB2FAIL TO TRUE
              MOVE 'MONITORING ALERT LOOKUP FAILED' TO KYR-REASON
              DISPLAY '(TCSCKYRT) ALERT LOOKUP FAILED. SQLCODE='
                SQLCODE
           ELSE
              IF WS-ESCALATED-COUNT > 0
                 ADD 3 TO KYR-RISK-SCORE
              END-IF
              IF WS-ALERT-COUNT > 0
                 ADD 1 TO KYR-RISK-SCORE
              END-IF
           END-IF.

      ******************************************************************
       SET-RISK-TIER.
           EVALUATE TRUE
              WHEN KYR-RISK-SCORE NOT < WK-HIGH-SCORE
                 SET KYR-TIER-HIGH TO TRUE
                 MOVE WK-HIGH-MONTHS TO KYR-INTERVAL-MONTHS
              WHEN KYR-RISK-SCORE > 0
                 SET KYR-TIER-MEDIUM TO TRUE
                 MOVE WK-MEDIUM-MONTHS TO KYR-INTERVAL-MONTHS
              WHEN OTHER
                 SET KYR-TIER-LOW TO TRUE
                 MOVE WK-LOW-MONTHS TO KYR-INTERVAL-MONTHS
           END-EVALUATE.
