      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSLNORG
      ******************************************************************
      * LOAN ORIGINATION, the lending counterpart of CBSACOP. Personal
      * loans were booked on a spreadsheet because CBS_ACCT_MSTR_DTL
      * has no notion of principal outstanding, rate or instalments.
      *
      * Given the customer's repayment (current) account and the loan
      * terms in CBSLN-LOAN-ORIGINATION-AREA, this:
      *
      *  1. checks the repayment account exists and is ACTIVE, and
      *     that the loan product is ACTIVE on CBS_PRODUCT_MSTR and
      *     allows the repayment account's currency - CBSACOP's
      *     product edit;
      *  2. checks the principal is positive and the term runs one
      *     month to thirty years;
      *  3. opens the loan account from ACCOUNT_SEQ for the repayment
      *     account's customer, branch and currency, the CBSACOP way,
      *     with PAYMENT_LIMIT and OVERDRAFT_LIMIT both set to the
      *     principal so the disbursement transfer passes CBSTXNP's
      *     source-leg edits and the account can carry the principal
      *     outstanding as a debit balance, and audits the opening.
      *     The overdraft is the facility, not spending money: CBSTXNP
      *     and CBSSIEXE refuse every other debit on an account that
      *     is on CBS_LOAN, so repaid principal cannot be redrawn;
      *  4. books the CBS_LOAN contract PENDING and writes the full
      *     amortization schedule to CBS_LOAN_SCHEDULE - one line per
      *     month, level (annuity) instalments, each line's interest
      *     the monthly rate on the balance then outstanding, the last
      *     line taking whatever principal the rounding left over.
      *     DB2 works out each DUE_DATE from the start date, so month-
      *     end and leap-year arithmetic is DB2's, not ours.
      *
      * The principal is not moved here: CBSLNCOL emits the 'T'
      * disbursement to the repayment account on its next run and
      * marks the loan ACTIVE once CBSTXNP has accepted it; from then
      * on it collects each instalment on its due date.
      *
      * Linkage-callable like CBSACOP, and like it the whole
      * origination is one commit/rollback unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSLN-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSLNORG.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WK-CONSTANTS.
          05 WK-ORIG-USERID           PIC X(10) VALUE 'CBSLNORG'.
          05 WK-OPEN-REASON           PIC X(50)
             VALUE 'LOAN ACCOUNT OPENED'.
          05 WK-COMPLIANCE-CLEAR      PIC X(5) VALUE 'CLEAR'.
          05 WK-ACTIVE-YES            PIC X(1) VALUE 'Y'.
          05 WK-CURRENCY-ALL          PIC X(3) VALUE 'ALL'.
          05 WK-LOAN-PENDING          PIC X(10) VALUE 'PENDING'.
          05 WK-LINE-DUE              PIC X(10) VALUE 'DUE'.
          05 WK-MAX-TERM-MONTHS       PIC S9(4) USAGE COMP VALUE 360.
      * Monthly rate as a fraction (annual percent / 1200) and the
      * compound growth factor (1 + rate) ** term the level
      * instalment is worked out from.
       01 WS-MONTHLY-RATE             PIC S9(1)V9(12) USAGE COMP-3.
       01 WS-GROWTH-FACTOR            PIC S9(6)V9(12) USAGE COMP-3.
      * Principal still outstanding as the schedule is built.
       01 WS-OUTSTANDING              PIC S9(9) USAGE COMP.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSLOAN.cpy / CBSLNSCH
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-LOAN.
      *01  DCLCBS-LOAN-SCHEDULE.  01 DCLCBS-ACCT-AUDIT-LOG.
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
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSPRDM
           END-EXEC.

           EXEC SQL
             INCLUDE CBSLOAN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSLNSCH
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSLNRES.
      * PATH : .../Cobol Include/CBSLNRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSLN-LOAN-ORIGINATION-AREA.

       PROCEDURE DIVISION USING CBSLN-LOAN-ORIGINATION-AREA.
       MAIN-PARA.
           SET CBSLN-SUCCESS TO TRUE.
           MOVE SPACES TO CBSLN-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSLN-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO CBSLN-LOAN-ACCOUNT.
           MOVE 0 TO CBSLN-INSTALMENT-AMOUNT.
           PERFORM VALIDATE-REPAY-ACCOUNT.
           IF CBSLN-SUCCESS
              PERFORM VALIDATE-PRODUCT-CODE
           END-IF.
           IF CBSLN-SUCCESS
              PERFORM VALIDATE-LOAN-TERMS
           END-IF.
           IF CBSLN-SUCCESS
              PERFORM CALCULATE-INSTALMENT
           END-IF.
           IF CBSLN-SUCCESS
              PERFORM GET-ACCOUNT-NUMBER-AND-INSERT
           END-IF.
           IF CBSLN-SUCCESS
              PERFORM INSERT-LOAN-CONTRACT
           END-IF.
           IF CBSLN-SUCCESS
              PERFORM BUILD-SCHEDULE
           END-IF.
           IF CBSLN-SUCCESS
              PERFORM COMMIT-ORIGINATION
              DISPLAY '(CBSLNORG) LOAN BOOKED. ACCT='
                CBSLN-LOAN-ACCOUNT
           ELSE
              PERFORM ROLLBACK-ORIGINATION
              MOVE 0 TO CBSLN-LOAN-ACCOUNT
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSLN-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSLNORG' TO CBSEN-PROGRAM-NAME.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSLN-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSLN-REASON
           END-IF.

      ******************************************************************
      * VALIDATE-REPAY-ACCOUNT reads the repayment account the
      * principal is paid into and instalments are collected from.
      * Its customer, branch and currency become the loan account's.
       VALIDATE-REPAY-ACCOUNT.
           MOVE CBSLN-REPAY-ACCOUNT TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT BASE_BRANCH, CUSTOMER_ID, ACCOUNT_STATUS,
                       CURRENCY
                  INTO :H1-BASE-BRANCH, :H1-CUSTOMER-ID,
                       :H1-ACCOUNT-STATUS, :H1-CURRENCY
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
                    SET CBSLN-REPAY-NOTACTIVE TO TRUE
                    MOVE 'REPAYMENT ACCOUNT IS NOT ACTIVE'
                      TO CBSLN-REASON
                 END-IF
              WHEN 100
                 SET CBSLN-REPAY-NOTFOUND TO TRUE
                 MOVE 'REPAYMENT ACCOUNT NOT FOUND' TO CBSLN-REASON
              WHEN OTHER
                 SET CBSLN-DB2FAIL TO TRUE
                 MOVE 'REPAYMENT ACCOUNT LOOKUP FAILED'
                   TO CBSLN-REASON
                 DISPLAY '(CBSLNORG) REPAY LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * VALIDATE-PRODUCT-CODE is CBSACOP's product edit: the loan
      * product must be ACTIVE and allow the repayment account's
      * currency.
       VALIDATE-PRODUCT-CODE.
           MOVE CBSLN-PRODUCT-CODE TO PM-PRODUCT-CODE.
           EXEC SQL
                SELECT ALLOWED_CURRENCY, ACTIVE_FLAG
                  INTO :PM-ALLOWED-CURRENCY, :PM-ACTIVE-FLAG
                  FROM CBS_PRODUCT_MSTR
                 WHERE PRODUCT_CODE = :PM-PRODUCT-CODE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF PM-ACTIVE-FLAG NOT = WK-ACTIVE-YES
                    SET CBSLN-PRODUCT-INVALID TO TRUE
                    MOVE 'PRODUCT CODE IS RETIRED' TO CBSLN-REASON
                 ELSE
                    IF PM-ALLOWED-CURRENCY NOT = WK-CURRENCY-ALL
                       AND PM-ALLOWED-CURRENCY NOT = H1-CURRENCY
                       SET CBSLN-PRODUCT-INVALID TO TRUE
                       MOVE 'CURRENCY NOT ALLOWED FOR PRODUCT'
                         TO CBSLN-REASON
                    END-IF
                 END-IF
              WHEN 100
                 SET CBSLN-PRODUCT-INVALID TO TRUE
                 MOVE 'UNKNOWN PRODUCT CODE' TO CBSLN-REASON
              WHEN OTHER
                 SET CBSLN-DB2FAIL TO TRUE
                 MOVE 'PRODUCT LOOKUP FAILED' TO CBSLN-REASON
                 DISPLAY '(CBSLNORG) PRODUCT LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * VALIDATE-LOAN-TERMS refuses the loan before any sequence value
      * is consumed. A zero rate is allowed - an interest-free loan
      * simply repays the principal in equal parts.
       VALIDATE-LOAN-TERMS.
           EVALUATE TRUE
              WHEN CBSLN-PRINCIPAL NOT > 0
                 SET CBSLN-TERMS-INVALID TO TRUE
                 MOVE 'LOAN PRINCIPAL MUST BE POSITIVE' TO CBSLN-REASON
              WHEN CBSLN-TERM-MONTHS NOT > 0
                OR CBSLN-TERM-MONTHS > WK-MAX-TERM-MONTHS
                 SET CBSLN-TERMS-INVALID TO TRUE
                 MOVE 'LOAN TERM OUT OF RANGE' TO CBSLN-REASON
           END-EVALUATE.

      ******************************************************************
      * CALCULATE-INSTALMENT works out the level monthly instalment
      * that clears the principal with interest over the term:
      * P * r * g / (g - 1), where r is the monthly rate and g is
      * (1 + r) ** term. A rate and term whose growth factor will not
      * fit are refused rather than booked with a truncated figure.
       CALCULATE-INSTALMENT.
           MOVE CBSLN-PRINCIPAL   TO LN-PRINCIPAL.
           MOVE CBSLN-RATE-PCT    TO LN-ANNUAL-RATE-PCT.
           MOVE CBSLN-TERM-MONTHS TO LN-TERM-MONTHS.
           COMPUTE WS-MONTHLY-RATE = LN-ANNUAL-RATE-PCT / 1200.
           IF WS-MONTHLY-RATE = 0
              COMPUTE LN-INSTALMENT-AMOUNT ROUNDED =
                      LN-PRINCIPAL / LN-TERM-MONTHS
           ELSE
              COMPUTE WS-GROWTH-FACTOR =
                      (1 + WS-MONTHLY-RATE) ** LN-TERM-MONTHS
                 ON SIZE ERROR
                    SET CBSLN-TERMS-INVALID TO TRUE
                    MOVE 'LOAN RATE AND TERM OUT OF RANGE'
                      TO CBSLN-REASON
              END-COMPUTE
              IF CBSLN-SUCCESS
                 COMPUTE LN-INSTALMENT-AMOUNT ROUNDED =
                         LN-PRINCIPAL * WS-MONTHLY-RATE
                         * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
              END-IF
           END-IF.
           IF CBSLN-SUCCESS
              MOVE LN-INSTALMENT-AMOUNT TO CBSLN-INSTALMENT-AMOUNT
           END-IF.

      ******************************************************************
      * GET-ACCOUNT-NUMBER-AND-INSERT assigns the loan account's
      * number from ACCOUNT_SEQ, the CBSACOP pattern.
       GET-ACCOUNT-NUMBER-AND-INSERT.
           EXEC SQL
                SELECT NEXT VALUE FOR ACCOUNT_SEQ
                  INTO :H1-ACCOUNT-NUMBER
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSLN-DB2FAIL TO TRUE
              MOVE 'SEQUENCE FETCH FAILED' TO CBSLN-REASON
              DISPLAY '(CBSLNORG) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM INSERT-LOAN-ACCOUNT
           END-IF.

      ******************************************************************
      * INSERT-LOAN-ACCOUNT opens the account at a zero balance with
      * the principal as both its payment limit and its arranged
      * overdraft: the disbursement takes the balance down to minus
      * the principal, and each instalment brings it back up. No other
      * debit is let onto the account - see CBSTXNP's FETCH-LOAN-LOCK.
       INSERT-LOAN-ACCOUNT.
           MOVE CBSLN-ACCOUNT-NAME  TO H1-ACCOUNT-NAME.
           MOVE CBSLN-PRODUCT-CODE  TO H1-PRODUCT-CODE.
           MOVE ACCT-STATUS-ACTIVE  TO H1-ACCOUNT-STATUS.
           MOVE LN-PRINCIPAL        TO H1-PAYMENT-LIMIT.
           MOVE LN-PRINCIPAL        TO H1-OVERDRAFT-LIMIT.
           MOVE WK-COMPLIANCE-CLEAR TO H1-COMPLIANCE-STATUS.
           MOVE WK-ORIG-USERID      TO H1-UPD-USERID.
           EXEC SQL
                INSERT INTO CBS_ACCT_MSTR_DTL
                       ( ACCOUNT_NUMBER ,
                         BASE_BRANCH ,
                         ACCOUNT_NAME ,
                         PRODUCT_CODE ,
                         CUSTOMER_ID ,
                         ACCOUNT_STATUS ,
                         PAYMENT_LIMIT ,
                         LEDGER_BALANCE ,
                         CURRENCY ,
                         COMPLIANCE_STATUS ,
                         LAST_ACTIVITY_DATE ,
                         UPD_USERID ,
                         UPD_TIMESTAMP ,
                         OVERDRAFT_LIMIT )
                VALUES
                       ( :H1-ACCOUNT-NUMBER ,
                         :H1-BASE-BRANCH ,
                         :H1-ACCOUNT-NAME ,
                         :H1-PRODUCT-CODE ,
                         :H1-CUSTOMER-ID ,
                         :H1-ACCOUNT-STATUS ,
                         :H1-PAYMENT-LIMIT ,
                         0 ,
                         :H1-CURRENCY ,
                         :H1-COMPLIANCE-STATUS ,
                         CURRENT DATE ,
                         :H1-UPD-USERID ,
                         CURRENT TIMESTAMP ,
                         :H1-OVERDRAFT-LIMIT )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSLN-DB2FAIL TO TRUE
              MOVE 'LOAN ACCOUNT INSERT FAILED' TO CBSLN-REASON
              DISPLAY '(CBSLNORG) ACCOUNT INSERT FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE H1-ACCOUNT-NUMBER TO CBSLN-LOAN-ACCOUNT
              PERFORM INSERT-OPEN-AUDIT-ROW
           END-IF.

      ******************************************************************
      * INSERT-OPEN-AUDIT-ROW starts the loan account's status trail
      * at its creation, as CBSACOP does for any other account.
       INSERT-OPEN-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER  TO AU-ACCOUNT-NUMBER.
           MOVE SPACES             TO AU-OLD-STATUS.
           MOVE ACCT-STATUS-ACTIVE TO AU-NEW-STATUS.
           MOVE WK-ORIG-USERID     TO AU-UPD-USERID.
           MOVE WK-OPEN-REASON     TO AU-REASON.
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
              SET CBSLN-DB2FAIL TO TRUE
              MOVE 'OPEN AUDIT LOG INSERT FAILED' TO CBSLN-REASON
              DISPLAY '(CBSLNORG) AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       INSERT-LOAN-CONTRACT.
           MOVE H1-ACCOUNT-NUMBER   TO LN-LOAN-ACCOUNT.
           MOVE CBSLN-REPAY-ACCOUNT TO LN-REPAY-ACCOUNT.
           MOVE WK-LOAN-PENDING     TO LN-LOAN-STATUS.
           IF CBSLN-UPD-USERID = SPACES
              MOVE WK-ORIG-USERID   TO LN-UPD-USERID
           ELSE
              MOVE CBSLN-UPD-USERID TO LN-UPD-USERID
           END-IF.
           EXEC SQL
                INSERT INTO CBS_LOAN
                       ( LOAN_ACCOUNT ,
                         REPAY_ACCOUNT ,
                         PRINCIPAL ,
                         ANNUAL_RATE_PCT ,
                         TERM_MONTHS ,
                         INSTALMENT_AMOUNT ,
                         START_DATE ,
                         LOAN_STATUS ,
                         DAYS_PAST_DUE ,
                         ARREARS_BUCKET ,
                         ARREARS_AMOUNT ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :LN-LOAN-ACCOUNT ,
                         :LN-REPAY-ACCOUNT ,
                         :LN-PRINCIPAL ,
                         :LN-ANNUAL-RATE-PCT ,
                         :LN-TERM-MONTHS ,
                         :LN-INSTALMENT-AMOUNT ,
                         CURRENT DATE ,
                         :LN-LOAN-STATUS ,
                         0 ,
                         0 ,
                         0 ,
                         :LN-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSLN-DB2FAIL TO TRUE
              MOVE 'LOAN CONTRACT INSERT FAILED' TO CBSLN-REASON
              DISPLAY '(CBSLNORG) LOAN INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * BUILD-SCHEDULE writes one line per month of the term,
      * running the outstanding principal down as it goes.
       BUILD-SCHEDULE.
           MOVE LN-PRINCIPAL TO WS-OUTSTANDING.
           PERFORM INSERT-SCHEDULE-LINE
              VARYING LS-INSTALMENT-NO FROM 1 BY 1
                UNTIL LS-INSTALMENT-NO > LN-TERM-MONTHS
                   OR NOT CBSLN-SUCCESS.

      ******************************************************************
      * INSERT-SCHEDULE-LINE splits one instalment into interest on
      * the outstanding balance and principal. The last line clears
      * whatever principal is left, so the schedule always runs out
      * at exactly zero whatever the rounding did on the way.
       INSERT-SCHEDULE-LINE.
           COMPUTE LS-INTEREST-PART ROUNDED =
                   WS-OUTSTANDING * WS-MONTHLY-RATE.
           IF LS-INSTALMENT-NO = LN-TERM-MONTHS
              MOVE WS-OUTSTANDING TO LS-PRINCIPAL-PART
           ELSE
              COMPUTE LS-PRINCIPAL-PART =
                      LN-INSTALMENT-AMOUNT - LS-INTEREST-PART
              IF LS-PRINCIPAL-PART > WS-OUTSTANDING
                 MOVE WS-OUTSTANDING TO LS-PRINCIPAL-PART
              END-IF
           END-IF.
           SUBTRACT LS-PRINCIPAL-PART FROM WS-OUTSTANDING.
           MOVE WS-OUTSTANDING  TO LS-BALANCE-AFTER.
           MOVE LN-LOAN-ACCOUNT TO LS-LOAN-ACCOUNT.
           MOVE WK-LINE-DUE     TO LS-LINE-STATUS.
           MOVE SPACES          TO LS-COLLECT-REF.
           MOVE LN-UPD-USERID   TO LS-UPD-USERID.
           EXEC SQL
                INSERT INTO CBS_LOAN_SCHEDULE
                       ( LOAN_ACCOUNT ,
                         INSTALMENT_NO ,
                         DUE_DATE ,
                         PRINCIPAL_PART ,
                         INTEREST_PART ,
                         BALANCE_AFTER ,
                         LINE_STATUS ,
                         COLLECT_REF ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :LS-LOAN-ACCOUNT ,
                         :LS-INSTALMENT-NO ,
                         CURRENT DATE + :LS-INSTALMENT-NO MONTHS ,
                         :LS-PRINCIPAL-PART ,
                         :LS-INTEREST-PART ,
                         :LS-BALANCE-AFTER ,
                         :LS-LINE-STATUS ,
                         :LS-COLLECT-REF ,
                         :LS-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSLN-DB2FAIL TO TRUE
              MOVE 'SCHEDULE INSERT FAILED' TO CBSLN-REASON
              DISPLAY '(CBSLNORG) SCHEDULE INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * COMMIT-ORIGINATION/ROLLBACK-ORIGINATION close out the account,
      * contract and schedule as one unit of work, so a failed
      * origination never leaves a loan account with no schedule.
       COMMIT-ORIGINATION.
           EXEC SQL
                COMMIT
           END-EXEC.

       ROLLBACK-ORIGINATION.
           EXEC SQL
                ROLLBACK
           END-EXEC.
