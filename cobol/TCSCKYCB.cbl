      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCKYCB
      ******************************************************************
      * Monthly KYC review scheduling. CUSTOMER carried no risk tier
      * and no record of when a customer's identity was last
      * verified, so nothing brought a customer back for the periodic
      * review the regulator expects - yearly for high risk, every
      * five years for low. This keeps CUST_KYC_REVIEW, one row per
      * CUID, in three passes over the BUSDATE business date:
      *
      *  1. Rating. Every ACTIVE customer is rated by TCSCKYRT (age,
      *     product mix, compliance history, monitoring alerts) into
      *     tier H, M or L, reviewed every 12, 36 or 60 months. A
      *     customer rated for the first time has no review on record:
      *     a high-risk one falls due at once, any other one tier
      *     interval from today. When the tier changes the next review
      *     is re-set to the last review plus the new interval; with
      *     no review on record, only a move up to high risk brings
      *     it forward (to today at the latest).
      *
      *  2. Restriction. A customer whose letter has gone unanswered
      *     past the review date by more than WK-GRACE-DAYS has every
      *     account they hold, as primary holder or as an ACTIVE
      *     party, that is compliance CLEAR set to COMPLIANCE_STATUS
      *     KYC - CBSTXNP, CBSTXSPD and CBSSIEXE then refuse debits on
      *     it while credits still post. Each change is made under
      *     the UPD_TIMESTAMP check with a CBS_ACCT_AUDIT_LOG row, the
      *     CBSCMPFD convention, and the review goes to state 'R'. An
      *     account on compliance HOLD is left as it is. Restricted
      *     customers are swept again every month, so an account
      *     opened since, or one that changed under us, is caught the
      *     next time round. Only TCSCKYCM, recording the review,
      *     lifts the restriction.
      *
      *  3. Letters and listing. Every review falling due before the
      *     next monthly run is listed on KYCRPT by branch - the
      *     customer's lowest-named account branch, NO ACCOUNT when
      *     they hold none. A review still in state 'C' gets a
      *     document-request letter record (CUSTKYLT, KYCLTR) and
      *     goes to state 'D'; the reviews already lettered or
      *     restricted are listed with their state so the branch can
      *     chase them. Each letter is first checked against the
      *     returned-mail register through TCSCRMCK: to an
      *     undeliverable address no letter record is written - it is
      *     recorded for the branch on the held-mail report (TCSCHMRP)
      *     and counted separately - but the review still goes to
      *     'D', so the grace period and restriction run as for any
      *     unanswered letter.
      *
      * Commits every WK-COMMIT-INTERVAL rows; a DB2 failure abandons
      * the run with RC 8 after rolling back to the last commit - a
      * rerun simply repeats the passes, which are safe to repeat.
      * The run is logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCKYCB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LETTER-FILE ASSIGN TO KYCLTR
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS LTRFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO KYCRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LETTER-FILE
            RECORD CONTAINS 120
            RECORDING MODE IS F.

       01 LETTER-FILEREC.
           COPY CUSTKYLT.
      * PATH : .../Cobol Include/CUSTKYLT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 KL-CUSTOMER-ID              PIC 9(9).
      *    05 KL-CUSTNAME                 PIC X(60).
      *    05 KL-BRANCH                   PIC X(20).
      *    05 KL-RISK-TIER                PIC X(1).
      *    05 KL-REVIEW-DUE-DATE          PIC X(10).
      *    05 KL-LETTER-DATE              PIC X(10).

       FD REPORT-FILE
            RECORD CONTAINS 132
            RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(132).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 LTRFILE-STATUS               PIC X(02) VALUE SPACES.
          88 LTRFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
      * Reviews due on or before this date are lettered and listed -
      * the business date plus WK-LEAD-MONTHS, the next monthly run.
       01 WS-DUE-BY-DATE               PIC X(10) VALUE SPACES.
       01 WS-CURSOR-EOF-SWITCH         PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
       01 WS-ROW-SWITCH                PIC X VALUE 'N'.
          88 WS-REVIEW-ROW-FOUND       VALUE 'Y'.
       01 WS-OLD-RISK-TIER             PIC X(1).
       01 WS-OLD-NEXT-REVIEW-DATE      PIC X(10).
       01 WS-REVIEW-BRANCH             PIC X(20).
       01 WS-CURRENT-BRANCH            PIC X(20) VALUE SPACES.
       01 WS-FIRST-BRANCH-SWITCH       PIC X VALUE 'Y'.
          88 WS-FIRST-BRANCH           VALUE 'Y'.
       01 WS-ACTION-TEXT               PIC X(30).
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-CUID-DISPLAY              PIC 9(9).
       01 WS-RATED-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NEW-RATING-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TIER-CHANGE-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LETTER-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RESTRICTED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACCT-RESTRICTED-COUNT     PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SKIPPED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BRANCH-DUE-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DUE-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-BATCH-USERID          PIC X(10) VALUE 'TCSCKYCB'.
          05 WK-STATE-CURRENT         PIC X(1) VALUE 'C'.
          05 WK-STATE-DUE             PIC X(1) VALUE 'D'.
          05 WK-STATE-RESTRICTED      PIC X(1) VALUE 'R'.
          05 WK-NO-DATE               PIC X(10) VALUE '0001-01-01'.
          05 WK-NO-BRANCH             PIC X(20) VALUE 'NO ACCOUNT'.
          05 WK-COMPLIANCE-CLEAR      PIC X(5) VALUE 'CLEAR'.
          05 WK-COMPLIANCE-KYC        PIC X(5) VALUE 'KYC'.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-GRACE-DAYS            PIC S9(4) USAGE COMP VALUE 30.
          05 WK-LEAD-MONTHS           PIC S9(4) USAGE COMP VALUE 1.
          05 WK-ABANDON-RC            PIC S9(4) VALUE 8.
      * Every WK-COMMIT-INTERVAL rows, a COMMIT closes out the unit of
      * work, the same interval-commit pattern CBSBSBK/CBSTXNP use.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
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
      * PATH : .../Cobol Include/CUSTOMER.cpy / CUSTKYC.cpy / CBSMST
      *        CBSAUDIT / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUSTOMER.  01 DCLCUST-KYC-REVIEW.
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-AUDIT-LOG.
      *01  DCLBATCH-RUN-LOG.
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

           EXEC SQL
             INCLUDE CUSTKYC
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

      * Pass 1 - every ACTIVE customer. WITH HOLD keeps the cursor
      * open across the interval COMMITs.
           EXEC SQL
             DECLARE RATECSR CURSOR WITH HOLD FOR
                SELECT CUID
                  FROM CUSTOMER
                 WHERE STATUS = :CUST-STATUS-ACTIVE
                 ORDER BY CUID
           END-EXEC.

      * Pass 2 - lettered reviews overdue past the grace period, and
      * the restricted ones swept again.
           EXEC SQL
             DECLARE RESTRCSR CURSOR WITH HOLD FOR
                SELECT K.CUID, K.REVIEW_STATE
                  FROM CUST_KYC_REVIEW K, CUSTOMER C
                 WHERE C.CUID = K.CUID
                   AND C.STATUS = :CUST-STATUS-ACTIVE
                   AND ( K.REVIEW_STATE = :WK-STATE-RESTRICTED
                      OR ( K.REVIEW_STATE = :WK-STATE-DUE
                       AND K.NEXT_REVIEW_DATE <
                           DATE(:WS-BUSINESS-DATE)
                           - :WK-GRACE-DAYS DAYS ) )
                 ORDER BY K.CUID
           END-EXEC.

      * The customer's accounts, held alone or jointly, still clear.
           EXEC SQL
             DECLARE RESTACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.COMPLIANCE_STATUS,
                       A.UPD_TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.COMPLIANCE_STATUS = :WK-COMPLIANCE-CLEAR
                   AND ( A.CUSTOMER_ID = :KY-CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :KY-CUID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

      * Pass 3 - reviews falling due before the next run, by branch.
           EXEC SQL
             DECLARE DUECSR CURSOR WITH HOLD FOR
                SELECT K.CUID, C.CUSTNAME, K.RISK_TIER,
                       K.NEXT_REVIEW_DATE, K.REVIEW_STATE,
                       K.LETTER_DATE,
                       COALESCE(
                         ( SELECT MIN(A.BASE_BRANCH)
                             FROM CBS_ACCT_MSTR_DTL A
                            WHERE A.CUSTOMER_ID = K.CUID ),
                         :WK-NO-BRANCH ) AS REVIEW_BRANCH
                  FROM CUST_KYC_REVIEW K, CUSTOMER C
                 WHERE C.CUID = K.CUID
                   AND C.STATUS = :CUST-STATUS-ACTIVE
                   AND K.NEXT_REVIEW_DATE <= :WS-DUE-BY-DATE
                 ORDER BY REVIEW_BRANCH, K.NEXT_REVIEW_DATE, K.CUID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT LETTER-FILE
           IF NOT LTRFILE-STATUS-OK
              DISPLAY 'ERROR OPENING LETTER FILE. STATUS='
                LTRFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.

           PERFORM RATE-CUSTOMERS.
           PERFORM RESTRICT-OVERDUE-CUSTOMERS.
           PERFORM LIST-REVIEWS-DUE.

           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-RUN-LOG-END.
           MOVE WS-RATED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) CUSTOMERS RATED:       '
             WS-COUNT-DISPLAY.
           MOVE WS-NEW-RATING-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) FIRST RATINGS:         '
             WS-COUNT-DISPLAY.
           MOVE WS-TIER-CHANGE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) TIER CHANGES:          '
             WS-COUNT-DISPLAY.
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) LETTERS WRITTEN:       '
             WS-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) LETTERS HELD:          '
             WS-COUNT-DISPLAY ' (RETURNED MAIL)'.
           MOVE WS-RESTRICTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) CUSTOMERS RESTRICTED:  '
             WS-COUNT-DISPLAY.
           MOVE WS-ACCT-RESTRICTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) ACCOUNTS RESTRICTED:   '
             WS-COUNT-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCKYCB) ROWS CHANGED - SKIPPED:'
             WS-COUNT-DISPLAY.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card the
      * review dates are measured against. A missing card falls back
      * to CURRENT DATE. The letter horizon is one run ahead.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-STATUS-OK
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.
           EXEC SQL
                SELECT DATE(:WS-BUSINESS-DATE) + :WK-LEAD-MONTHS MONTHS
                  INTO :WS-DUE-BY-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) BUSINESS DATE ' WS-BUSINESS-DATE
                ' NOT USABLE. SQLCODE=' SQLCODE
              MOVE WK-ABANDON-RC TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * RATE-CUSTOMERS is pass 1: every ACTIVE customer re-rated.
       RATE-CUSTOMERS.
           MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
           EXEC SQL
                OPEN RATECSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) RATING CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           PERFORM FETCH-NEXT-CUSTOMER.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM RATE-ONE-CUSTOMER
              PERFORM COUNT-TOWARDS-COMMIT
              PERFORM FETCH-NEXT-CUSTOMER
           END-PERFORM.
           EXEC SQL
                CLOSE RATECSR
           END-EXEC.
           EXEC SQL
                COMMIT
           END-EXEC.
           MOVE 0 TO WS-COMMIT-TALLY.

      ******************************************************************
       FETCH-NEXT-CUSTOMER.
           EXEC SQL
                FETCH RATECSR
                 INTO :CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) RATING FETCH FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * RATE-ONE-CUSTOMER rates the customer and records the rating,
      * inserting the review row the first time round.
       RATE-ONE-CUSTOMER.
           MOVE CUID             TO KYR-CUID.
           MOVE WS-BUSINESS-DATE TO KYR-BUSINESS-DATE.
           CALL 'TCSCKYRT' USING KYR-RATING-AREA.
           EVALUATE TRUE
              WHEN KYR-SUCCESS
                 ADD 1 TO WS-RATED-COUNT
                 PERFORM FETCH-REVIEW-ROW
                 IF WS-REVIEW-ROW-FOUND
                    PERFORM UPDATE-RATING
                 ELSE
                    PERFORM INSERT-FIRST-RATING
                 END-IF
              WHEN KYR-NOTFOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) RATING FAILED. CUID=' CUID
                   ' ' KYR-REASON
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
       FETCH-REVIEW-ROW.
           MOVE CUID TO KY-CUID.
           MOVE 'N' TO WS-ROW-SWITCH.
           EXEC SQL
                SELECT RISK_TIER, LAST_REVIEW_DATE, NEXT_REVIEW_DATE,
                       UPD_TIMESTAMP
                  INTO :KY-RISK-TIER, :KY-LAST-REVIEW-DATE,
                       :KY-NEXT-REVIEW-DATE, :KY-UPD-TIMESTAMP
                  FROM CUST_KYC_REVIEW
                 WHERE CUID = :KY-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET WS-REVIEW-ROW-FOUND TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) REVIEW LOOKUP FAILED. CUID=' CUID
                   ' SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * INSERT-FIRST-RATING schedules a customer with no review on
      * record: due now if high risk, else one interval from today.
       INSERT-FIRST-RATING.
           IF KYR-TIER-HIGH
              MOVE WS-BUSINESS-DATE TO KY-NEXT-REVIEW-DATE
           ELSE
              MOVE WS-BUSINESS-DATE TO KY-LAST-REVIEW-DATE
              PERFORM ADD-INTERVAL-TO-REVIEW-DATE
           END-IF.
           MOVE KYR-RISK-TIER    TO KY-RISK-TIER.
           MOVE KYR-RISK-SCORE   TO KY-RISK-SCORE.
           MOVE WS-BUSINESS-DATE TO KY-RATED-DATE.
           MOVE WK-BATCH-USERID  TO KY-REVIEW-USERID.
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
                         :KY-RATED-DATE ,
                         :WK-NO-DATE ,
                         :KY-NEXT-REVIEW-DATE ,
                         :WK-STATE-CURRENT ,
                         :WK-NO-DATE ,
                         :KY-REVIEW-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) REVIEW INSERT FAILED. CUID=' CUID
                ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           ADD 1 TO WS-NEW-RATING-COUNT.

      ******************************************************************
      * UPDATE-RATING records this month's rating. A changed tier
      * re-sets the next review from the last one; with no review on
      * record the schedule stands unless the customer is now high
      * risk, when it is brought forward to today if later.
       UPDATE-RATING.
           MOVE KY-RISK-TIER        TO WS-OLD-RISK-TIER.
           MOVE KY-NEXT-REVIEW-DATE TO WS-OLD-NEXT-REVIEW-DATE.
           IF KYR-RISK-TIER NOT = WS-OLD-RISK-TIER
              ADD 1 TO WS-TIER-CHANGE-COUNT
              EVALUATE TRUE
                 WHEN KY-LAST-REVIEW-DATE NOT = WK-NO-DATE
                    PERFORM ADD-INTERVAL-TO-REVIEW-DATE
                 WHEN KYR-TIER-HIGH
                    AND KY-NEXT-REVIEW-DATE > WS-BUSINESS-DATE
                    MOVE WS-BUSINESS-DATE TO KY-NEXT-REVIEW-DATE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           MOVE KYR-RISK-TIER    TO KY-RISK-TIER.
           MOVE KYR-RISK-SCORE   TO KY-RISK-SCORE.
           MOVE WS-BUSINESS-DATE TO KY-RATED-DATE.
           EXEC SQL
                UPDATE CUST_KYC_REVIEW
                   SET RISK_TIER = :KY-RISK-TIER ,
                       RISK_SCORE = :KY-RISK-SCORE ,
                       RATED_DATE = :KY-RATED-DATE ,
                       NEXT_REVIEW_DATE = :KY-NEXT-REVIEW-DATE ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :KY-CUID
                   AND UPD_TIMESTAMP = :KY-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 ADD 1 TO WS-SKIPPED-COUNT
                 DISPLAY '(TCSCKYCB) REVIEW CHANGED DURING RATING -'
                   ' SKIPPED. CUID=' CUID
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) REVIEW UPDATE FAILED. CUID=' CUID
                   ' SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * ADD-INTERVAL-TO-REVIEW-DATE sets the next review one tier
      * interval on from KY-LAST-REVIEW-DATE.
       ADD-INTERVAL-TO-REVIEW-DATE.
           EXEC SQL
                SELECT DATE(:KY-LAST-REVIEW-DATE)
                       + :KYR-INTERVAL-MONTHS MONTHS
                  INTO :KY-NEXT-REVIEW-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) REVIEW DATE FAILED. CUID=' CUID
                ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * RESTRICT-OVERDUE-CUSTOMERS is pass 2. Each customer's
      * restriction is committed as soon as it is made.
       RESTRICT-OVERDUE-CUSTOMERS.
           MOVE 'KYC REVIEW OVERDUE - DEBITS RESTRICTED'
             TO WS-AUDIT-REASON.
           MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
           EXEC SQL
                OPEN RESTRCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) RESTRICT CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           PERFORM FETCH-NEXT-OVERDUE.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM RESTRICT-ONE-CUSTOMER
              EXEC SQL
                   COMMIT
              END-EXEC
              PERFORM FETCH-NEXT-OVERDUE
           END-PERFORM.
           EXEC SQL
                CLOSE RESTRCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-OVERDUE.
           EXEC SQL
                FETCH RESTRCSR
                 INTO :KY-CUID, :KY-REVIEW-STATE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) RESTRICT FETCH FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * RESTRICT-ONE-CUSTOMER restricts the customer's clear accounts
      * and, the first time, moves the review to state 'R'.
       RESTRICT-ONE-CUSTOMER.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           EXEC SQL
                OPEN RESTACCTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) ACCOUNT CURSOR OPEN FAILED. CUID='
                KY-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           PERFORM FETCH-NEXT-RESTRICT-ACCOUNT.
           PERFORM UNTIL WS-ACCT-END-OF-CURSOR
              PERFORM RESTRICT-ONE-ACCOUNT
              PERFORM FETCH-NEXT-RESTRICT-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE RESTACCTCSR
           END-EXEC.
           IF KY-REVIEW-STATE = WK-STATE-DUE
              MOVE WK-BATCH-USERID TO KY-REVIEW-USERID
              EXEC SQL
                   UPDATE CUST_KYC_REVIEW
                      SET REVIEW_STATE = :WK-STATE-RESTRICTED ,
                          REVIEW_USERID = :KY-REVIEW-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE CUID = :KY-CUID
                      AND REVIEW_STATE = :WK-STATE-DUE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-RESTRICTED-COUNT
                 WHEN 100
                    ADD 1 TO WS-SKIPPED-COUNT
                    DISPLAY '(TCSCKYCB) REVIEW CHANGED DURING'
                      ' RESTRICTION. CUID=' KY-CUID
                 WHEN OTHER
                    DISPLAY '(TCSCKYCB) REVIEW UPDATE FAILED. CUID='
                      KY-CUID ' SQLCODE=' SQLCODE
                    PERFORM ABANDON-RUN
              END-EVALUATE
           END-IF.

      ******************************************************************
       FETCH-NEXT-RESTRICT-ACCOUNT.
           EXEC SQL
                FETCH RESTACCTCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-COMPLIANCE-STATUS,
                      :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) ACCOUNT FETCH FAILED. CUID='
                   KY-CUID ' SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * RESTRICT-ONE-ACCOUNT carries the UPD_TIMESTAMP fetched into
      * the WHERE clause; an account changed since is skipped this
      * month and caught on the next sweep.
       RESTRICT-ONE-ACCOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET COMPLIANCE_STATUS = :WK-COMPLIANCE-KYC ,
                       UPD_USERID = :WK-BATCH-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ACCT-RESTRICTED-COUNT
                 PERFORM INSERT-RESTRICT-AUDIT-ROW
              WHEN 100
                 ADD 1 TO WS-SKIPPED-COUNT
                 DISPLAY '(TCSCKYCB) ACCOUNT CHANGED - NOT RESTRICTED.'
                   ' CUID=' KY-CUID
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) RESTRICT UPDATE FAILED. CUID='
                   KY-CUID ' SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
       INSERT-RESTRICT-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER    TO AU-ACCOUNT-NUMBER.
           MOVE H1-COMPLIANCE-STATUS TO AU-OLD-STATUS.
           MOVE WK-COMPLIANCE-KYC    TO AU-NEW-STATUS.
           MOVE WK-BATCH-USERID      TO AU-UPD-USERID.
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
              DISPLAY '(TCSCKYCB) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * LIST-REVIEWS-DUE is pass 3: the per-branch listing, with a
      * letter for each review not yet lettered.
       LIST-REVIEWS-DUE.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
           EXEC SQL
                OPEN DUECSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) DUE CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           PERFORM FETCH-NEXT-DUE.
           PERFORM UNTIL WS-END-OF-CURSOR
              IF WS-FIRST-BRANCH
                 OR WS-REVIEW-BRANCH NOT = WS-CURRENT-BRANCH
                 PERFORM WRITE-BRANCH-BREAK
              END-IF
              PERFORM PROCESS-ONE-DUE-REVIEW
              PERFORM COUNT-TOWARDS-COMMIT
              PERFORM FETCH-NEXT-DUE
           END-PERFORM.
           EXEC SQL
                CLOSE DUECSR
           END-EXEC.
           IF NOT WS-FIRST-BRANCH
              PERFORM WRITE-BRANCH-TOTAL
           END-IF.
           EXEC SQL
                COMMIT
           END-EXEC.
           MOVE 0 TO WS-COMMIT-TALLY.

      ******************************************************************
       FETCH-NEXT-DUE.
           EXEC SQL
                FETCH DUECSR
                 INTO :KY-CUID, :CUSTNAME, :KY-RISK-TIER,
                      :KY-NEXT-REVIEW-DATE, :KY-REVIEW-STATE,
                      :KY-LETTER-DATE, :WS-REVIEW-BRANCH
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) DUE FETCH FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * PROCESS-ONE-DUE-REVIEW letters a review still current and
      * lists every one with what has been done about it.
       PROCESS-ONE-DUE-REVIEW.
           EVALUATE KY-REVIEW-STATE
              WHEN WK-STATE-CURRENT
                 PERFORM SEND-REVIEW-LETTER
              WHEN WK-STATE-DUE
                 MOVE SPACES TO WS-ACTION-TEXT
                 STRING 'LETTER SENT ' KY-LETTER-DATE
                         DELIMITED BY SIZE
                         INTO WS-ACTION-TEXT
                 END-STRING
              WHEN OTHER
                 MOVE 'DEBITS RESTRICTED' TO WS-ACTION-TEXT
           END-EVALUATE.
           ADD 1 TO WS-BRANCH-DUE-COUNT.
           ADD 1 TO WS-DUE-COUNT.
           PERFORM WRITE-DUE-LINE.

      ******************************************************************
      * SEND-REVIEW-LETTER moves the review to state 'D' and writes
      * the letter record. A review recorded meanwhile is left alone.
       SEND-REVIEW-LETTER.
           MOVE WK-BATCH-USERID  TO KY-REVIEW-USERID.
           MOVE WS-BUSINESS-DATE TO KY-LETTER-DATE.
           EXEC SQL
                UPDATE CUST_KYC_REVIEW
                   SET REVIEW_STATE = :WK-STATE-DUE ,
                       LETTER_DATE = :KY-LETTER-DATE ,
                       REVIEW_USERID = :KY-REVIEW-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :KY-CUID
                   AND REVIEW_STATE = :WK-STATE-CURRENT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM CHECK-RETURNED-MAIL
                 IF CUSTRM-HELD
                    ADD 1 TO WS-HELD-COUNT
                    MOVE 'LETTER HELD - RETURNED MAIL'
                      TO WS-ACTION-TEXT
                 ELSE
                    PERFORM WRITE-LETTER-RECORD
                    MOVE 'LETTER SENT THIS RUN' TO WS-ACTION-TEXT
                 END-IF
              WHEN 100
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE 'REVIEW CHANGED - NO LETTER' TO WS-ACTION-TEXT
              WHEN OTHER
                 DISPLAY '(TCSCKYCB) LETTER UPDATE FAILED. CUID='
                   KY-CUID ' SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the customer's
      * address is undeliverable; a held letter is recorded at the
      * review's branch and rides in this run's unit of work. If the
      * register cannot be read the letter is written as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE KY-CUID          TO CUSTRM-CUSTOMER-KEY.
           MOVE 'KYCR'           TO CUSTRM-DOC-TYPE.
           MOVE 'TCSCKYCB'       TO CUSTRM-PROGRAM-NAME.
           MOVE KY-CUID          TO WS-CUID-DISPLAY.
           MOVE WS-CUID-DISPLAY  TO CUSTRM-DOC-REF.
           MOVE WS-REVIEW-BRANCH TO CUSTRM-BRANCH-NAME.
           MOVE WS-BUSINESS-DATE TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
       WRITE-LETTER-RECORD.
           MOVE SPACES              TO LETTER-FILEREC.
           MOVE KY-CUID             TO KL-CUSTOMER-ID.
           MOVE CUSTNAME            TO KL-CUSTNAME.
           MOVE WS-REVIEW-BRANCH    TO KL-BRANCH.
           MOVE KY-RISK-TIER        TO KL-RISK-TIER.
           MOVE KY-NEXT-REVIEW-DATE TO KL-REVIEW-DUE-DATE.
           MOVE WS-BUSINESS-DATE    TO KL-LETTER-DATE.
           WRITE LETTER-FILEREC
           IF NOT LTRFILE-STATUS-OK
              DISPLAY '(TCSCKYCB) ERROR WRITING LETTER FILE. STATUS='
                LTRFILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.
           ADD 1 TO WS-LETTER-COUNT.

      ******************************************************************
       COUNT-TOWARDS-COMMIT.
           ADD 1 TO WS-COMMIT-TALLY.
           IF WS-COMMIT-TALLY >= WK-COMMIT-INTERVAL
              EXEC SQL
                   COMMIT
              END-EXEC
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'KYC PERIODIC REVIEWS FALLING DUE BY ' WS-DUE-BY-DATE
                   '   BUSINESS DATE ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH               CUID      CUSTOMER-NAME'
                   '                            TIER DUE-DATE   '
                   'ACTION'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      ******************************************************************
      * WRITE-BRANCH-BREAK closes off the previous branch's group with
      * its total and starts the next.
       WRITE-BRANCH-BREAK.
           IF NOT WS-FIRST-BRANCH
              PERFORM WRITE-BRANCH-TOTAL
           END-IF.
           MOVE 'N' TO WS-FIRST-BRANCH-SWITCH.
           MOVE WS-REVIEW-BRANCH TO WS-CURRENT-BRANCH.
           MOVE 0 TO WS-BRANCH-DUE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-DUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CURRENT-BRANCH ' REVIEWS DUE: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-DUE-LINE.
           MOVE KY-CUID TO WS-CUID-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REVIEW-BRANCH ' ' WS-CUID-DISPLAY ' '
                   CUSTNAME(1:40) ' ' KY-RISK-TIER '    '
                   KY-NEXT-REVIEW-DATE ' ' WS-ACTION-TEXT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY '(TCSCKYCB) ERROR WRITING REPORT.'
           END-IF.

      ******************************************************************
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DUE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL REVIEWS DUE:          ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LETTERS SENT THIS RUN:      ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LETTERS HELD (RETURNED):    ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-RESTRICTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUSTOMERS NEWLY RESTRICTED: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-ACCT-RESTRICTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNTS RESTRICTED:        ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      ******************************************************************
      * ABANDON-RUN rolls back to the last commit, closes the run log
      * out with RC 8 and ends the step.
       ABANDON-RUN.
           EXEC SQL
                ROLLBACK
           END-EXEC.
           DISPLAY '(TCSCKYCB) RUN ABANDONED - RERUN THE STEP'.
           MOVE WK-ABANDON-RC TO RL-RETURN-CODE.
           EXEC SQL
                UPDATE BATCH_RUN_LOG
                   SET END_TIMESTAMP = CURRENT TIMESTAMP ,
                       RETURN_CODE = :RL-RETURN-CODE ,
                       RUN_STATUS = 'E'
                 WHERE PROGRAM_NAME = :RL-PROGRAM-NAME
                   AND START_TIMESTAMP = :RL-START-TIMESTAMP
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
           MOVE WK-ABANDON-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it is later abandoned. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'TCSCKYCB' TO RL-PROGRAM-NAME.
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                  INTO :RL-START-TIMESTAMP
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           EXEC SQL
                INSERT INTO BATCH_RUN_LOG
                       ( PROGRAM_NAME , BUSINESS_DATE ,
                         START_TIMESTAMP , END_TIMESTAMP ,
                         RECORDS_READ , RECORDS_UPDATED ,
                         RECORDS_FAILED , RETURN_CODE , RUN_STATUS )
                VALUES
                       ( :RL-PROGRAM-NAME , :RL-BUSINESS-DATE ,
                         :RL-START-TIMESTAMP , :RL-START-TIMESTAMP ,
                         0 , 0 , 0 , 0 , 'S' )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * customers rated, letters sent or held plus accounts
      * restricted, and
      * the rows skipped because they changed under the run.
       WRITE-RUN-LOG-END.
           MOVE WS-RATED-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-UPDATED =
                   WS-LETTER-COUNT + WS-HELD-COUNT
                   + WS-ACCT-RESTRICTED-COUNT.
           MOVE WS-SKIPPED-COUNT TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
           EXEC SQL
                UPDATE BATCH_RUN_LOG
                   SET END_TIMESTAMP = CURRENT TIMESTAMP ,
                       RECORDS_READ = :RL-RECORDS-READ ,
                       RECORDS_UPDATED = :RL-RECORDS-UPDATED ,
                       RECORDS_FAILED = :RL-RECORDS-FAILED ,
                       RETURN_CODE = :RL-RETURN-CODE ,
                       RUN_STATUS = 'E'
                 WHERE PROGRAM_NAME = :RL-PROGRAM-NAME
                   AND START_TIMESTAMP = :RL-START-TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCKYCB) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
