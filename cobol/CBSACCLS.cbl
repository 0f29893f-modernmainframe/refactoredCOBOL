      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSACCLS
      ******************************************************************
      * ACCOUNT-CLOSURE. CBSBSDG will only deregister an account once
      * nothing is left running on it, but nothing ever got the money
      * out: branches keyed a manual transfer, forgot the final
      * month's interest and fee, and left pennies behind that
      * CBSESCHT later found on a closed account. This back-office
      * program, linkage-callable in the CBSTXREV mold, closes one
      * account as a single commit/rollback unit of work:
      *
      *  - the account must be ACTIVE, off compliance HOLD, carry no
      *    ACTIVE CBS_ACCT_HOLD, no ACTIVE term deposit on it or paying
      *    out into it, and no loan not yet REPAID that it is the loan
      *    or repayment account of. A product flagged DUAL_CONTROL on
      *    CBS_PRODUCT_MSTR is refused too - CBSBSDG would only queue
      *    it for a second operator, so it is closed through the
      *    CBSDRGAP approval route once settled by hand;
      *  - the final interest and fee are posted the CBSINTFE way,
      *    under CBSINTFE's own references ('INT'/'WHT'/'DRI'/'FEE'
      *    plus the month) and posting user, so CBSTXINQ, CBSINTCT
      *    and CBSGLJRN see them as interest, tax and fees, and a
      *    month already charged by the month-end run is not charged
      *    again. Credit and debit interest accrue at the product's
      *    CBS_PRODUCT_PRICING annual rate for the days of the month
      *    run so far (actual/365); the product's flat monthly fee is
      *    charged in full; withholding tax follows the interest at
      *    the holder's CUST_TAX_STATUS/CBS_WHT_RATE rate;
      *  - an account still overdrawn after its charges is refused -
      *    the debit balance is settled first;
      *  - every CBS_STND_INSTR row on the account not already
      *    CANCELLED is cancelled, so CBSSIEXE stops paying from it;
      *  - the residual credit balance moves out under one generated
      *    reference ('CL' plus the date and time to the second):
      *    either as a debit and credit pair to the nominated account,
      *    which must be ACTIVE and in the same currency, or - when no
      *    account is nominated - as a debit against a CBSSIPAY
      *    payment instruction on CLSPAY (instruction id zero). A
      *    payout is refused while the holder's address is inside the
      *    LGPAYHLD cooling-off period after a change - LGPAYHLD is
      *    CALLed for the customer-only check, so the period (its
      *    COOLOFF control card) and the address test are the ones
      *    the insurance payouts use; an account can still be
      *    nominated;
      *  - the payment and overdraft limits are withdrawn and the
      *    account deregistered through CBSBSDG, which writes the
      *    CBS_ACCT_AUDIT_LOG row and status event every
      *    deregistration gets. CBSBSDG returns no result, so the
      *    status is read back, the CBSDRGAP precedent: anything but
      *    INACTIVE rolls the whole closure back;
      *  - a closing statement in the CBSSTMT print format goes to
      *    CLSSTMT after the commit: the balance before closure, each
      *    amount posted, where the balance went and the audit reason
      *    the deregistration left. It is checked against the
      *    returned-mail register through TCSCRMCK first like every
      *    customer document.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSCS-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSACCLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO CLSPAY
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS PAYFILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO CLSSTMT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS STMTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Payout instruction for the payments system, the CBSSIEXE
      * record - see CBSSIPAY.
       FD PAYMENT-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.
       01 PAYMENT-FILEREC.
           COPY CBSSIPAY.
      * PATH : .../Cobol Include/CBSSIPAY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 PY-INSTR-ID                 PIC 9(9).
      *    05 PY-ACCOUNT-NUMBER           PIC 9(18).
      *    05 PY-AMOUNT                   PIC 9(9).
      *    05 PY-CURRENCY                 PIC X(3).
      *    05 PY-VALUE-DATE               PIC X(10).

      * ASA closing statement, the CBSSTMT document style.
       FD STATEMENT-FILE
            RECORD CONTAINS 133
            RECORDING MODE IS F.
       01 STATEMENT-LINE.
          05 STMT-CC                   PIC X(1).
          05 STMT-TEXT                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 PAYFILE-STATUS               PIC X(02) VALUE SPACES.
          88 PAYFILE-STATUS-OK         VALUE '00'.
       01 STMTFILE-STATUS              PIC X(02) VALUE SPACES.
          88 STMTFILE-STATUS-OK        VALUE '00'.
       01 WS-FILES-SWITCH              PIC X VALUE 'N'.
          88 WS-FILES-OPEN             VALUE 'Y'.
       01 WS-TODAY                     PIC X(10).
       01 WS-NOW                       PIC X(26).
      * Days of the month run so far: the interest accrual period.
       01 WS-ACCRUAL-DAYS              PIC 9(2) VALUE 0.
       01 WS-ROW-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CLOSING-CUSTOMER          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CLOSING-BRANCH            PIC X(20).
       01 WS-CLOSING-PRODUCT           PIC X(5).
       01 WS-PRODUCT-DUAL-FLAG         PIC X(1).
       01 WS-NOMINEE-STATUS            PIC X(10).
       01 WS-NOMINEE-CURRENCY          PIC X(3).
      * One posting: CBSINTFE's working fields.
       01 WS-ACCEPT-SWITCH             PIC X VALUE 'N'.
          88 WS-POSTING-ACCEPTED       VALUE 'Y'.
       01 WS-REJECT-REASON             PIC X(50).
       01 WS-POST-TYPE                 PIC X(1).
          88 WS-POST-CREDIT            VALUE 'C'.
          88 WS-POST-DEBIT             VALUE 'D'.
       01 WS-POST-AMOUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-POST-REF                  PIC X(16) VALUE SPACES.
       01 WS-POST-USERID               PIC X(10) VALUE SPACES.
       01 WS-POSTED-SWITCH             PIC X VALUE 'N'.
          88 WS-ALREADY-POSTED         VALUE 'Y'.
       01 WS-DUP-REF-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-DEBIT-HEADROOM            PIC S9(18) USAGE COMP VALUE 0.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-FUNDS-CHECK-SWITCH        PIC X VALUE 'Y'.
          88 WS-FUNDS-CHECK-WAIVED     VALUE 'N'.
       01 WS-GROSS-INTEREST            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TAX-STATUS                PIC X(1).
      * The leg of the settlement being applied.
       01 WS-LEG-ACCOUNT               PIC S9(18) USAGE COMP.
      * Statement print fields.
       01 WS-DOC-REF-NUMBER            PIC 9(18).
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-NOMINEE-DISPLAY       PIC Z(17)9.
       01 WS-AMOUNT-DISPLAY            PIC ---,---,---,---,--9.
       01 WS-STMT-LABEL                PIC X(40).
       01 WS-STMT-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-INTEREST-USERID       PIC X(10) VALUE 'CBSINTFE'.
          05 WK-CLOSE-USERID          PIC X(10) VALUE 'CBSACCLS'.
          05 WK-REF-PREFIX            PIC X(2) VALUE 'CL'.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-LOAN-REPAID           PIC X(10) VALUE 'REPAID'.
          05 WK-INSTR-CANCELLED       PIC X(10) VALUE 'CANCELLED'.
          05 WK-COMPLIANCE-HOLD       PIC X(5) VALUE 'HOLD'.
          05 WK-DUAL-FLAG-YES         PIC X(1) VALUE 'Y'.
          05 WK-UNDECLARED-STATUS     PIC X(1) VALUE 'U'.
      * The largest amount one history row's TXN_AMOUNT can carry.
          05 WK-MAX-POST-AMOUNT       PIC S9(9) USAGE COMP
             VALUE 999999999.
      ******************************************************************
           COPY CBSBSLNK.
      * PATH : .../Cobol Include/CBSBSLNK
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSBS-ACCOUNT-AREA.
           COPY CBSBSRUL.
      * PATH : .../Cobol Include/CBSBSRUL
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSBS-RULE-XFER-AREA.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      *    10 ACCT-STATUS-INACTIVE  PIC X(10) VALUE 'INACTIVE'.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSTXNH.cpy / CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-TXN-HIST.
      *01  DCLCBS-ACCT-AUDIT-LOG. 01 DCLCBS-PRODUCT-PRICING.
      *01  DCLCUST-TAX-STATUS.    01 DCLCBS-WHT-RATE.
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
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSPRDPR
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTTAXS
           END-EXEC.

           EXEC SQL
             INCLUDE CBSWHTR
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.

      * Cooling-off check area for the LGPAYHLD CALL - see LGPHLRES.
           COPY LGPHLRES.

       LINKAGE SECTION.
           COPY CBSCSRES.
      * PATH : .../Cobol Include/CBSCSRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSCS-CLOSURE-AREA.

       PROCEDURE DIVISION USING CBSCS-CLOSURE-AREA.
       MAIN-PARA.
           SET CBSCS-SUCCESS TO TRUE.
           MOVE SPACES TO CBSCS-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSCS-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO CBSCS-OPENING-BALANCE.
           MOVE 0 TO CBSCS-INTEREST-AMOUNT.
           MOVE 0 TO CBSCS-WHT-AMOUNT.
           MOVE 0 TO CBSCS-DEBIT-INT-AMOUNT.
           MOVE 0 TO CBSCS-FEE-AMOUNT.
           MOVE 0 TO CBSCS-SETTLED-AMOUNT.
           MOVE 0 TO CBSCS-SI-CANCELLED-COUNT.
           MOVE SPACES TO CBSCS-CURRENCY.
           MOVE SPACES TO CBSCS-SETTLE-REF.
           MOVE SPACE TO CBSCS-SETTLE-METHOD.
           MOVE 'N' TO CBSCS-STATEMENT-HELD.
           MOVE SPACES TO CBSCS-AUDIT-REASON.
           IF CBSCS-ACCOUNT-NUMBER = 0
              OR CBSCS-UPD-USERID = SPACES
              OR CBSCS-CLOSE-REASON = SPACES
              SET CBSCS-BADREQUEST TO TRUE
              MOVE 'ACCOUNT, REASON AND USERID REQUIRED'
                TO CBSCS-REASON
              EXIT PROGRAM
           END-IF.
           IF CBSCS-NOMINATED-ACCOUNT = CBSCS-ACCOUNT-NUMBER
              SET CBSCS-NOMINEE-INVALID TO TRUE
              MOVE 'CANNOT SETTLE AN ACCOUNT TO ITSELF'
                TO CBSCS-REASON
              EXIT PROGRAM
           END-IF.

           PERFORM OPEN-CLOSURE-FILES.
           IF CBSCS-SUCCESS
              PERFORM FETCH-CLOSING-ACCOUNT
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM CHECK-ACCOUNT-ENCUMBRANCES
           END-IF.
           IF CBSCS-SUCCESS
              IF CBSCS-NOMINATED-ACCOUNT NOT = 0
                 PERFORM VALIDATE-NOMINATED-ACCOUNT
              ELSE
                 PERFORM CHECK-PAYOUT-COOLING-OFF
              END-IF
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM POST-FINAL-CHARGES
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM CHECK-RESIDUAL-BALANCE
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM CANCEL-STANDING-INSTRUCTIONS
           END-IF.
           IF CBSCS-SUCCESS AND CBSCS-SETTLED-AMOUNT > 0
              PERFORM SETTLE-RESIDUAL-BALANCE
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM WITHDRAW-PAYMENT-FACILITY
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM INSERT-CLOSURE-AUDIT-ROW
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM DEREGISTER-ACCOUNT
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM FETCH-DEREG-AUDIT-REASON
           END-IF.
           IF CBSCS-SUCCESS AND CBSCS-SETTLED-PAYOUT
              PERFORM WRITE-PAYOUT-RECORD
           END-IF.
           IF CBSCS-SUCCESS
              PERFORM CHECK-RETURNED-MAIL
           END-IF.
           IF CBSCS-SUCCESS
              EXEC SQL
                   COMMIT
              END-EXEC
              IF CUSTRM-HELD
                 MOVE 'Y' TO CBSCS-STATEMENT-HELD
              ELSE
                 PERFORM WRITE-CLOSING-STATEMENT
              END-IF
              DISPLAY '(CBSACCLS) ACCOUNT CLOSED. ACCT='
                CBSCS-ACCOUNT-NUMBER ' SETTLED=' CBSCS-SETTLED-AMOUNT
                ' METHOD=' CBSCS-SETTLE-METHOD
           ELSE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF.
           IF WS-FILES-OPEN
              CLOSE PAYMENT-FILE
              CLOSE STATEMENT-FILE
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSCS-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSACCLS' TO CBSEN-PROGRAM-NAME.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSCS-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSCS-REASON
           END-IF.

      ******************************************************************
      * OPEN-CLOSURE-FILES opens the payout and statement files for
      * extension before anything is changed, so a closure never
      * moves money it then has no instruction or statement for.
      * Each call adds to what earlier closures in the job wrote.
       OPEN-CLOSURE-FILES.
           OPEN EXTEND PAYMENT-FILE.
           IF NOT PAYFILE-STATUS-OK
              SET CBSCS-DB2FAIL TO TRUE
              MOVE 'PAYOUT FILE OPEN FAILED' TO CBSCS-REASON
              DISPLAY '(CBSACCLS) ERROR OPENING PAYOUT FILE. STATUS='
                PAYFILE-STATUS
           ELSE
              OPEN EXTEND STATEMENT-FILE
              IF NOT STMTFILE-STATUS-OK
                 CLOSE PAYMENT-FILE
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'STATEMENT FILE OPEN FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) ERROR OPENING STATEMENT FILE.'
                   ' STATUS=' STMTFILE-STATUS
              ELSE
                 SET WS-FILES-OPEN TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      * FETCH-CLOSING-ACCOUNT reads the account and its holder's name
      * and address for the statement, with the date the closure
      * posts under.
       FETCH-CLOSING-ACCOUNT.
           MOVE CBSCS-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT A.ACCOUNT_STATUS, A.COMPLIANCE_STATUS,
                       A.LEDGER_BALANCE, A.CURRENCY, A.PRODUCT_CODE,
                       A.BASE_BRANCH, A.CUSTOMER_ID,
                       B.CUSTNAME, B.ADDRESS,
                       CURRENT DATE, CURRENT TIMESTAMP
                  INTO :H1-ACCOUNT-STATUS, :H1-COMPLIANCE-STATUS,
                       :H1-LEDGER-BALANCE, :H1-CURRENCY,
                       :H1-PRODUCT-CODE, :H1-BASE-BRANCH,
                       :H1-CUSTOMER-ID,
                       :CUSTOMER-NAME, :CUSTOMER-ADDRESS,
                       :WS-TODAY, :WS-NOW
                  FROM CBS_ACCT_MSTR_DTL A, CUSTOMER B
                 WHERE A.ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND B.CUID = A.CUSTOMER_ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE H1-LEDGER-BALANCE TO CBSCS-OPENING-BALANCE
                 MOVE H1-CURRENCY       TO CBSCS-CURRENCY
                 MOVE H1-PRODUCT-CODE   TO WS-CLOSING-PRODUCT
                 MOVE H1-BASE-BRANCH    TO WS-CLOSING-BRANCH
                 MOVE H1-CUSTOMER-ID    TO WS-CLOSING-CUSTOMER
                 MOVE WS-TODAY(9:2)     TO WS-ACCRUAL-DAYS
                 EVALUATE TRUE
                    WHEN H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
                       SET CBSCS-ACCT-NOT-ACTIVE TO TRUE
                       MOVE 'ACCOUNT NOT ACTIVE' TO CBSCS-REASON
                    WHEN H1-COMPLIANCE-STATUS = WK-COMPLIANCE-HOLD
                       SET CBSCS-ACCT-ENCUMBERED TO TRUE
                       MOVE 'ACCOUNT ON COMPLIANCE HOLD'
                         TO CBSCS-REASON
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN 100
                 SET CBSCS-ACCT-NOTFOUND TO TRUE
                 MOVE 'ACCOUNT NOT FOUND' TO CBSCS-REASON
              WHEN OTHER
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT LOOKUP FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) ACCOUNT LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * CHECK-ACCOUNT-ENCUMBRANCES refuses a closure while anything
      * still depends on the account: an ACTIVE hold, an ACTIVE term
      * deposit held on it or paying out into it, a loan not yet
      * REPAID that it is the loan or repayment account of, or a
      * dual-control product (see the program header).
       CHECK-ACCOUNT-ENCUMBRANCES.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM CBS_ACCT_HOLD
                 WHERE ACCOUNT_NUMBER = :CBSCS-ACCOUNT-NUMBER
                   AND HOLD_STATUS = :WK-HOLD-ACTIVE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'HOLD LOOKUP FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) HOLD LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-ROW-COUNT > 0
                 SET CBSCS-ACCT-ENCUMBERED TO TRUE
                 MOVE 'ACTIVE HOLD ON ACCOUNT' TO CBSCS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF CBSCS-SUCCESS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM CBS_TERM_DEPOSIT
                    WHERE ( ACCOUNT_NUMBER = :CBSCS-ACCOUNT-NUMBER
                         OR PAYOUT_ACCOUNT = :CBSCS-ACCOUNT-NUMBER )
                      AND DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    SET CBSCS-DB2FAIL TO TRUE
                    MOVE 'TERM DEPOSIT LOOKUP FAILED' TO CBSCS-REASON
                    DISPLAY '(CBSACCLS) DEPOSIT LOOKUP FAILED. SQLCODE='
                      SQLCODE
                 WHEN WS-ROW-COUNT > 0
                    SET CBSCS-ACCT-ENCUMBERED TO TRUE
                    MOVE 'ACTIVE TERM DEPOSIT LINKED TO ACCOUNT'
                      TO CBSCS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF CBSCS-SUCCESS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ROW-COUNT
                     FROM CBS_LOAN
                    WHERE ( LOAN_ACCOUNT = :CBSCS-ACCOUNT-NUMBER
                         OR REPAY_ACCOUNT = :CBSCS-ACCOUNT-NUMBER )
                      AND LOAN_STATUS <> :WK-LOAN-REPAID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    SET CBSCS-DB2FAIL TO TRUE
                    MOVE 'LOAN LOOKUP FAILED' TO CBSCS-REASON
                    DISPLAY '(CBSACCLS) LOAN LOOKUP FAILED. SQLCODE='
                      SQLCODE
                 WHEN WS-ROW-COUNT > 0
                    SET CBSCS-ACCT-ENCUMBERED TO TRUE
                    MOVE 'LOAN OUTSTANDING ON ACCOUNT' TO CBSCS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF CBSCS-SUCCESS
              MOVE SPACES TO WS-PRODUCT-DUAL-FLAG
              EXEC SQL
                   SELECT DUAL_CONTROL_FLAG
                     INTO :WS-PRODUCT-DUAL-FLAG
                     FROM CBS_PRODUCT_MSTR
                    WHERE PRODUCT_CODE = :WS-CLOSING-PRODUCT
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                    SET CBSCS-DB2FAIL TO TRUE
                    MOVE 'PRODUCT LOOKUP FAILED' TO CBSCS-REASON
                    DISPLAY '(CBSACCLS) PRODUCT LOOKUP FAILED. SQLCODE='
                      SQLCODE
                 WHEN WS-PRODUCT-DUAL-FLAG = WK-DUAL-FLAG-YES
                    SET CBSCS-ACCT-ENCUMBERED TO TRUE
                    MOVE 'DUAL-CONTROL PRODUCT - CLOSE VIA APPROVAL'
                      TO CBSCS-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * VALIDATE-NOMINATED-ACCOUNT requires the receiving account to
      * exist, be ACTIVE and be held in the closing account's
      * currency - the settlement moves one amount, unconverted.
       VALIDATE-NOMINATED-ACCOUNT.
           MOVE CBSCS-NOMINATED-ACCOUNT TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS, CURRENCY
                  INTO :WS-NOMINEE-STATUS, :WS-NOMINEE-CURRENCY
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 EVALUATE TRUE
                    WHEN WS-NOMINEE-STATUS NOT = ACCT-STATUS-ACTIVE
                       SET CBSCS-NOMINEE-INVALID TO TRUE
                       MOVE 'NOMINATED ACCOUNT NOT ACTIVE'
                         TO CBSCS-REASON
                    WHEN WS-NOMINEE-CURRENCY NOT = CBSCS-CURRENCY
                       SET CBSCS-NOMINEE-INVALID TO TRUE
                       MOVE 'NOMINATED ACCOUNT CURRENCY DIFFERS'
                         TO CBSCS-REASON
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN 100
                 SET CBSCS-NOMINEE-INVALID TO TRUE
                 MOVE 'NOMINATED ACCOUNT NOT FOUND' TO CBSCS-REASON
              WHEN OTHER
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'NOMINATED ACCOUNT LOOKUP FAILED'
                   TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) NOMINEE LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.
           MOVE CBSCS-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.

      ******************************************************************
      * CHECK-PAYOUT-COOLING-OFF asks LGPAYHLD whether the account
      * holder's address was changed inside the cooling-off period;
      * if it was, a payout to it is refused. The customer-only mode
      * puts nothing on PAYOUT_REVIEW. Settling to a nominated
      * account is not affected.
       CHECK-PAYOUT-COOLING-OFF.
           INITIALIZE LG-PAYOUT-HOLD-AREA.
           SET LG-PHL-CUSTOMER-CHECK TO TRUE.
           MOVE 'CBSACCLS'          TO LG-PHL-PROGRAM-NAME.
           MOVE WS-CLOSING-CUSTOMER TO LG-PHL-CUID.
           CALL 'LGPAYHLD' USING LG-PAYOUT-HOLD-AREA.
           EVALUATE TRUE
              WHEN LG-PHL-DB2FAIL
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE LG-PHL-REASON TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) COOLING-OFF CHECK FAILED. '
                   LG-PHL-REASON
              WHEN LG-PHL-HELD
                 SET CBSCS-PAYOUT-COOLING-OFF TO TRUE
                 MOVE 'ADDRESS CHANGED IN COOLING-OFF - NOMINATE ACCT'
                   TO CBSCS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * POST-FINAL-CHARGES looks up the product's pricing terms and
      * posts, in CBSINTFE's order, the credit interest and its
      * withholding, the debit interest on an overdrawn balance and
      * the fee. A product with no pricing row is charged nothing.
       POST-FINAL-CHARGES.
           MOVE WS-CLOSING-PRODUCT TO PP-PRODUCT-CODE.
           EXEC SQL
                SELECT CREDIT_INTEREST_PCT, DEBIT_INTEREST_PCT,
                       MONTHLY_FEE
                  INTO :PP-CREDIT-INTEREST-PCT,
                       :PP-DEBIT-INTEREST-PCT, :PP-MONTHLY-FEE
                  FROM CBS_PRODUCT_PRICING
                 WHERE PRODUCT_CODE = :PP-PRODUCT-CODE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF PP-CREDIT-INTEREST-PCT > 0
                    PERFORM POST-INTEREST-CREDIT
                    IF CBSCS-SUCCESS
                       PERFORM POST-WITHHOLDING-TAX
                    END-IF
                 END-IF
                 IF CBSCS-SUCCESS AND PP-DEBIT-INTEREST-PCT > 0
                    PERFORM POST-DEBIT-INTEREST
                 END-IF
                 IF CBSCS-SUCCESS AND PP-MONTHLY-FEE > 0
                    PERFORM POST-MONTHLY-FEE
                 END-IF
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'PRICING LOOKUP FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) PRICING LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * POST-INTEREST-CREDIT accrues the annual credit rate on the
      * current LEDGER_BALANCE for the days of the month so far,
      * rounded to a whole unit of the account's currency.
       POST-INTEREST-CREDIT.
           MOVE SPACES TO WS-POST-REF.
           STRING 'INT' WS-TODAY(1:7)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF CBSCS-SUCCESS AND NOT WS-ALREADY-POSTED
              PERFORM FETCH-ACCOUNT-FOR-POSTING
              IF CBSCS-SUCCESS AND H1-LEDGER-BALANCE > 0
                 COMPUTE WS-POST-AMOUNT ROUNDED =
                         H1-LEDGER-BALANCE * PP-CREDIT-INTEREST-PCT
                         * WS-ACCRUAL-DAYS / 36500
                 IF WS-POST-AMOUNT > 0
                    MOVE 'C' TO WS-POST-TYPE
                    MOVE WK-INTEREST-USERID TO WS-POST-USERID
                    PERFORM POST-ONE-AMOUNT
                    IF WS-POSTING-ACCEPTED
                       MOVE WS-POST-AMOUNT TO CBSCS-INTEREST-AMOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * POST-WITHHOLDING-TAX withholds tax on this month's accepted
      * interest credit - the one just posted, or the month-end
      * run's if it already ran - unless withholding has already
      * been posted against it. The insufficient-funds edit is
      * waived, as in CBSINTFE.
       POST-WITHHOLDING-TAX.
           MOVE SPACES TO WS-POST-REF.
           STRING 'WHT' WS-TODAY(1:7)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF CBSCS-SUCCESS AND NOT WS-ALREADY-POSTED
              PERFORM FETCH-GROSS-INTEREST
              IF CBSCS-SUCCESS AND WS-GROSS-INTEREST > 0
                 PERFORM FETCH-WITHHOLDING-RATE
                 COMPUTE WS-POST-AMOUNT ROUNDED =
                         WS-GROSS-INTEREST * WT-WHT-RATE-PCT / 100
                 IF CBSCS-SUCCESS AND WS-POST-AMOUNT > 0
                    PERFORM FETCH-ACCOUNT-FOR-POSTING
                    IF CBSCS-SUCCESS
                       MOVE 'D' TO WS-POST-TYPE
                       MOVE WK-INTEREST-USERID TO WS-POST-USERID
                       SET WS-FUNDS-CHECK-WAIVED TO TRUE
                       PERFORM POST-ONE-AMOUNT
                       MOVE 'Y' TO WS-FUNDS-CHECK-SWITCH
                       IF WS-POSTING-ACCEPTED
                          MOVE WS-POST-AMOUNT TO CBSCS-WHT-AMOUNT
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * FETCH-GROSS-INTEREST reads back this month's accepted
      * interest credit; zero when none was posted.
       FETCH-GROSS-INTEREST.
           MOVE 0 TO WS-GROSS-INTEREST.
           MOVE SPACES TO TX-TXN-REF.
           STRING 'INT' WS-TODAY(1:7)
                   DELIMITED BY SIZE
                   INTO TX-TXN-REF
           END-STRING.
           MOVE CBSCS-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT TXN_AMOUNT
                  INTO :WS-GROSS-INTEREST
                  FROM CBS_ACCT_TXN_HIST
                 WHERE TXN_REF = :TX-TXN-REF
                   AND ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND DISPOSITION = 'A'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO WS-GROSS-INTEREST
              WHEN OTHER
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'GROSS INTEREST LOOKUP FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) GROSS INTEREST LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-WITHHOLDING-RATE sets WT-WHT-RATE-PCT for the account
      * holder: their declared CUST_TAX_STATUS, or undeclared, and
      * the CBS_WHT_RATE row in effect today. No row in effect
      * withholds nothing.
       FETCH-WITHHOLDING-RATE.
           MOVE 0 TO WT-WHT-RATE-PCT.
           MOVE WS-CLOSING-CUSTOMER TO TS-CUID.
           EXEC SQL
                SELECT TAX_STATUS
                  INTO :TS-TAX-STATUS
                  FROM CUST_TAX_STATUS
                 WHERE CUID = :TS-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE TS-TAX-STATUS TO WS-TAX-STATUS
              WHEN 100
                 MOVE WK-UNDECLARED-STATUS TO WS-TAX-STATUS
              WHEN OTHER
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'TAX STATUS LOOKUP FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) TAX STATUS LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.
           IF CBSCS-SUCCESS
              MOVE WS-TAX-STATUS TO WT-TAX-STATUS
              MOVE WS-TODAY      TO WT-EFFECTIVE-DATE
              EXEC SQL
                   SELECT R.WHT_RATE_PCT
                     INTO :WT-WHT-RATE-PCT
                     FROM CBS_WHT_RATE R
                    WHERE R.TAX_STATUS = :WT-TAX-STATUS
                      AND R.EFFECTIVE_DATE =
                          ( SELECT MAX(Q.EFFECTIVE_DATE)
                              FROM CBS_WHT_RATE Q
                             WHERE Q.TAX_STATUS = :WT-TAX-STATUS
                               AND Q.EFFECTIVE_DATE <=
                                   :WT-EFFECTIVE-DATE )
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE 0 TO WT-WHT-RATE-PCT
                 WHEN OTHER
                    SET CBSCS-DB2FAIL TO TRUE
                    MOVE 'WHT RATE LOOKUP FAILED' TO CBSCS-REASON
                    DISPLAY '(CBSACCLS) WHT RATE LOOKUP FAILED.'
                      ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * POST-DEBIT-INTEREST charges the annual debit rate on an
      * overdrawn LEDGER_BALANCE for the days of the month so far.
      * The insufficient-funds edit is waived, as in CBSINTFE; the
      * debit balance it leaves refuses the closure in
      * CHECK-RESIDUAL-BALANCE.
       POST-DEBIT-INTEREST.
           MOVE SPACES TO WS-POST-REF.
           STRING 'DRI' WS-TODAY(1:7)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF CBSCS-SUCCESS AND NOT WS-ALREADY-POSTED
              PERFORM FETCH-ACCOUNT-FOR-POSTING
              IF CBSCS-SUCCESS AND H1-LEDGER-BALANCE < 0
                 COMPUTE WS-POST-AMOUNT ROUNDED =
                         0 - H1-LEDGER-BALANCE
                         * PP-DEBIT-INTEREST-PCT
                         * WS-ACCRUAL-DAYS / 36500
                 IF WS-POST-AMOUNT > 0
                    MOVE 'D' TO WS-POST-TYPE
                    MOVE WK-INTEREST-USERID TO WS-POST-USERID
                    SET WS-FUNDS-CHECK-WAIVED TO TRUE
                    PERFORM POST-ONE-AMOUNT
                    MOVE 'Y' TO WS-FUNDS-CHECK-SWITCH
                    IF WS-POSTING-ACCEPTED
                       MOVE WS-POST-AMOUNT TO CBSCS-DEBIT-INT-AMOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * POST-MONTHLY-FEE charges the product's flat monthly fee for
      * the month the account closes in, unless month-end already
      * has.
       POST-MONTHLY-FEE.
           MOVE SPACES TO WS-POST-REF.
           STRING 'FEE' WS-TODAY(1:7)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF CBSCS-SUCCESS AND NOT WS-ALREADY-POSTED
              PERFORM FETCH-ACCOUNT-FOR-POSTING
              IF CBSCS-SUCCESS
                 MOVE PP-MONTHLY-FEE TO WS-POST-AMOUNT
                 MOVE 'D' TO WS-POST-TYPE
                 MOVE WK-INTEREST-USERID TO WS-POST-USERID
                 PERFORM POST-ONE-AMOUNT
                 IF WS-POSTING-ACCEPTED
                    MOVE WS-POST-AMOUNT TO CBSCS-FEE-AMOUNT
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-ALREADY-POSTED detects this month's reference already
      * carrying an accepted history row against the account - the
      * month-end run got there first - so it is not charged again.
       CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-POSTED-SWITCH.
           MOVE CBSCS-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE WS-POST-REF          TO TX-TXN-REF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-REF-COUNT
                  FROM CBS_ACCT_TXN_HIST
                 WHERE TXN_REF = :TX-TXN-REF
                   AND ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND DISPOSITION = 'A'
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'DUPLICATE-REF CHECK FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) DUPLICATE-REF CHECK FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-DUP-REF-COUNT > 0
                 SET WS-ALREADY-POSTED TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * FETCH-ACCOUNT-FOR-POSTING re-reads the closing account before
      * each posting, so each one sees the balance and UPD_TIMESTAMP
      * the one before it produced.
       FETCH-ACCOUNT-FOR-POSTING.
           MOVE CBSCS-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS, PAYMENT_LIMIT, LEDGER_BALANCE,
                       CURRENCY, UPD_TIMESTAMP, OVERDRAFT_LIMIT
                  INTO :H1-ACCOUNT-STATUS, :H1-PAYMENT-LIMIT,
                       :H1-LEDGER-BALANCE, :H1-CURRENCY,
                       :H1-UPD-TIMESTAMP, :H1-OVERDRAFT-LIMIT
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCS-DB2FAIL TO TRUE
              MOVE 'ACCOUNT LOOKUP FAILED' TO CBSCS-REASON
              DISPLAY '(CBSACCLS) LOOKUP FAILED. SQLCODE=' SQLCODE
           ELSE
              PERFORM FETCH-HELD-AMOUNT
              COMPUTE WS-DEBIT-HEADROOM =
                      H1-LEDGER-BALANCE + H1-OVERDRAFT-LIMIT
                      - WS-HELD-AMOUNT
           END-IF.

      ******************************************************************
      * FETCH-HELD-AMOUNT totals the account's ACTIVE CBS_ACCT_HOLD
      * rows for the headroom. CHECK-ACCOUNT-ENCUMBRANCES has already
      * refused an account with any, so this is zero in practice; it
      * is kept so the fee is edited exactly as CBSINTFE edits it.
       FETCH-HELD-AMOUNT.
           MOVE 0 TO WS-HELD-AMOUNT.
           EXEC SQL
                SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                  INTO :WS-HELD-AMOUNT
                  FROM CBS_ACCT_HOLD
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND HOLD_STATUS = :WK-HOLD-ACTIVE
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCS-DB2FAIL TO TRUE
              MOVE 'HOLD LOOKUP FAILED' TO CBSCS-REASON
              DISPLAY '(CBSACCLS) HOLD LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * POST-ONE-AMOUNT is the CBSINTFE posting discipline: the same
      * edits, the same balance/activity-date update under the
      * UPD_TIMESTAMP concurrency check, and a CBS_ACCT_TXN_HIST row.
      * A rejected charge refuses the whole closure, and the rollback
      * takes its history row with it.
       POST-ONE-AMOUNT.
           MOVE 'N' TO WS-ACCEPT-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM VALIDATE-SYSTEM-POSTING.
           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-POSTING-TO-MASTER
           END-IF.
           IF WS-REJECT-REASON = SPACES
              SET WS-POSTING-ACCEPTED TO TRUE
           ELSE
              IF CBSCS-SUCCESS
                 SET CBSCS-POSTING-REJECTED TO TRUE
                 STRING 'FINAL ' WS-POST-REF(1:3) ' REJECTED - '
                         WS-REJECT-REASON
                         DELIMITED BY SIZE
                         INTO CBSCS-REASON
                 END-STRING
              END-IF
           END-IF.
           PERFORM INSERT-TXN-HIST-ROW.

      ******************************************************************
       VALIDATE-SYSTEM-POSTING.
           IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
              MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
           ELSE
              IF WS-POST-AMOUNT > H1-PAYMENT-LIMIT
                 MOVE 'AMOUNT EXCEEDS PAYMENT LIMIT'
                   TO WS-REJECT-REASON
              ELSE
                 IF WS-POST-DEBIT
                    AND NOT WS-FUNDS-CHECK-WAIVED
                    AND WS-POST-AMOUNT > WS-DEBIT-HEADROOM
                    MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
       APPLY-POSTING-TO-MASTER.
           IF WS-POST-CREDIT
              COMPUTE WS-NEW-BALANCE =
                      H1-LEDGER-BALANCE + WS-POST-AMOUNT
           ELSE
              COMPUTE WS-NEW-BALANCE =
                      H1-LEDGER-BALANCE - WS-POST-AMOUNT
           END-IF.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                       LAST_ACTIVITY_DATE = :WS-TODAY ,
                       UPD_USERID = :CBSCS-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                   TO WS-REJECT-REASON
                 SET CBSCS-ACCT-CHANGED TO TRUE
                 MOVE WS-REJECT-REASON TO CBSCS-REASON
              WHEN OTHER
                 MOVE 'BALANCE UPDATE FAILED' TO WS-REJECT-REASON
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE WS-REJECT-REASON TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-TXN-HIST-ROW.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE WS-POST-TYPE      TO TX-TXN-TYPE.
           MOVE WS-POST-AMOUNT    TO TX-TXN-AMOUNT.
           MOVE H1-CURRENCY       TO TX-CURRENCY.
           MOVE WS-TODAY          TO TX-VALUE-DATE.
           MOVE WS-POST-REF       TO TX-TXN-REF.
           IF WS-POSTING-ACCEPTED
              MOVE 'A' TO TX-DISPOSITION
           ELSE
              MOVE 'R' TO TX-DISPOSITION
           END-IF.
           MOVE WS-REJECT-REASON  TO TX-REJECT-REASON.
           MOVE WS-POST-USERID    TO TX-POST-USERID.
           EXEC SQL
                INSERT INTO CBS_ACCT_TXN_HIST
                       ( ACCOUNT_NUMBER ,
                         TXN_TYPE ,
                         TXN_AMOUNT ,
                         CURRENCY ,
                         VALUE_DATE ,
                         TXN_REF ,
                         DISPOSITION ,
                         REJECT_REASON ,
                         POST_USERID ,
                         POST_TIMESTAMP )
                VALUES
                       ( :TX-ACCOUNT-NUMBER ,
                         :TX-TXN-TYPE ,
                         :TX-TXN-AMOUNT ,
                         :TX-CURRENCY ,
                         :TX-VALUE-DATE ,
                         :TX-TXN-REF ,
                         :TX-DISPOSITION ,
                         :TX-REJECT-REASON ,
                         :TX-POST-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0 AND CBSCS-SUCCESS
              SET CBSCS-DB2FAIL TO TRUE
              MOVE 'HISTORY INSERT FAILED' TO CBSCS-REASON
              DISPLAY '(CBSACCLS) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * CHECK-RESIDUAL-BALANCE reads the balance the charges left. A
      * debit balance refuses the closure - the customer settles it
      * first - and a balance too large for one history row is
      * refused rather than split.
       CHECK-RESIDUAL-BALANCE.
           PERFORM FETCH-ACCOUNT-FOR-POSTING.
           EVALUATE TRUE
              WHEN NOT CBSCS-SUCCESS
                 CONTINUE
              WHEN H1-LEDGER-BALANCE < 0
                 SET CBSCS-ACCT-ENCUMBERED TO TRUE
                 MOVE 'ACCOUNT OVERDRAWN - SETTLE DEBIT BALANCE FIRST'
                   TO CBSCS-REASON
              WHEN H1-LEDGER-BALANCE > WK-MAX-POST-AMOUNT
                 SET CBSCS-BADREQUEST TO TRUE
                 MOVE 'BALANCE TOO LARGE FOR ONE SETTLEMENT'
                   TO CBSCS-REASON
              WHEN OTHER
                 MOVE H1-LEDGER-BALANCE TO CBSCS-SETTLED-AMOUNT
           END-EVALUATE.

      ******************************************************************
      * CANCEL-STANDING-INSTRUCTIONS cancels every instruction on the
      * account that is not already CANCELLED - ACTIVE and SUSPENDED
      * alike - the CBSSIMNT cancel, for the whole account at once.
       CANCEL-STANDING-INSTRUCTIONS.
           EXEC SQL
                UPDATE CBS_STND_INSTR
                   SET INSTR_STATUS = :WK-INSTR-CANCELLED ,
                       UPD_USERID = :CBSCS-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :CBSCS-ACCOUNT-NUMBER
                   AND INSTR_STATUS <> :WK-INSTR-CANCELLED
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO CBSCS-SI-CANCELLED-COUNT
              WHEN 100
                 MOVE 0 TO CBSCS-SI-CANCELLED-COUNT
              WHEN OTHER
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'STANDING INSTRUCTION CANCEL FAILED'
                   TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) INSTRUCTION CANCEL FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * SETTLE-RESIDUAL-BALANCE moves the whole remaining balance out
      * under one generated reference: a debit on the closing
      * account, and either the matching credit on the nominated
      * account or, with none nominated, a payout instruction
      * (written by WRITE-PAYOUT-RECORD once everything else has
      * gone through). The settlement is forced - it is not judged
      * against the payment limit - as CBSESCHT's remittance is.
       SETTLE-RESIDUAL-BALANCE.
           MOVE SPACES TO CBSCS-SETTLE-REF.
           STRING WK-REF-PREFIX WS-NOW(1:4) WS-NOW(6:2)
                   WS-NOW(9:2) WS-NOW(12:2) WS-NOW(15:2)
                   WS-NOW(18:2)
                   DELIMITED BY SIZE
                   INTO CBSCS-SETTLE-REF
           END-STRING.
           MOVE CBSCS-SETTLE-REF     TO WS-POST-REF.
           MOVE WK-CLOSE-USERID      TO WS-POST-USERID.
           MOVE CBSCS-SETTLED-AMOUNT TO WS-POST-AMOUNT.
           MOVE CBSCS-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT.
           MOVE 'D' TO WS-POST-TYPE.
           PERFORM APPLY-SETTLEMENT-LEG.
           IF CBSCS-SUCCESS
              IF CBSCS-NOMINATED-ACCOUNT NOT = 0
                 SET CBSCS-SETTLED-TRANSFER TO TRUE
                 MOVE CBSCS-NOMINATED-ACCOUNT TO WS-LEG-ACCOUNT
                 MOVE 'C' TO WS-POST-TYPE
                 PERFORM APPLY-SETTLEMENT-LEG
              ELSE
                 SET CBSCS-SETTLED-PAYOUT TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      * APPLY-SETTLEMENT-LEG applies WS-POST-TYPE for the settled
      * amount to WS-LEG-ACCOUNT under the UPD_TIMESTAMP read here,
      * and writes the accepted history row for the leg.
       APPLY-SETTLEMENT-LEG.
           MOVE WS-LEG-ACCOUNT TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS, LEDGER_BALANCE, CURRENCY,
                       UPD_TIMESTAMP
                  INTO :H1-ACCOUNT-STATUS, :H1-LEDGER-BALANCE,
                       :H1-CURRENCY, :H1-UPD-TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'SETTLEMENT ACCOUNT LOOKUP FAILED'
                   TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) LEG LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
                 SET CBSCS-NOMINEE-INVALID TO TRUE
                 MOVE 'SETTLEMENT ACCOUNT NO LONGER ACTIVE'
                   TO CBSCS-REASON
              WHEN OTHER
                 MOVE SPACES TO WS-REJECT-REASON
                 SET WS-POSTING-ACCEPTED TO TRUE
                 PERFORM APPLY-POSTING-TO-MASTER
                 IF CBSCS-SUCCESS
                    PERFORM INSERT-TXN-HIST-ROW
                 END-IF
           END-EVALUATE.

      ******************************************************************
      * WITHDRAW-PAYMENT-FACILITY sets the settled account's
      * PAYMENT_LIMIT and OVERDRAFT_LIMIT to zero: nothing may be
      * paid from a closed account, and CBSBSDG refuses to
      * deregister one that still carries a payment limit.
       WITHDRAW-PAYMENT-FACILITY.
           PERFORM FETCH-ACCOUNT-FOR-POSTING.
           IF CBSCS-SUCCESS
              EXEC SQL
                   UPDATE CBS_ACCT_MSTR_DTL
                      SET PAYMENT_LIMIT = 0 ,
                          OVERDRAFT_LIMIT = 0 ,
                          UPD_USERID = :CBSCS-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                      AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    SET CBSCS-ACCT-CHANGED TO TRUE
                    MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                      TO CBSCS-REASON
                 WHEN OTHER
                    SET CBSCS-DB2FAIL TO TRUE
                    MOVE 'LIMIT WITHDRAWAL FAILED' TO CBSCS-REASON
                    DISPLAY '(CBSACCLS) LIMIT UPDATE FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * INSERT-CLOSURE-AUDIT-ROW logs the operator's closure reason
      * ahead of the deregistration row CBSBSDG writes. The status
      * is unchanged by the settlement itself, so OLD_STATUS and
      * NEW_STATUS both carry ACTIVE - the CBSACMNT convention.
       INSERT-CLOSURE-AUDIT-ROW.
           MOVE CBSCS-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE ACCT-STATUS-ACTIVE   TO AU-OLD-STATUS.
           MOVE ACCT-STATUS-ACTIVE   TO AU-NEW-STATUS.
           MOVE CBSCS-UPD-USERID     TO AU-UPD-USERID.
           MOVE CBSCS-CLOSE-REASON   TO AU-REASON.
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
              SET CBSCS-DB2FAIL TO TRUE
              MOVE 'AUDIT LOG INSERT FAILED' TO CBSCS-REASON
              DISPLAY '(CBSACCLS) AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * DEREGISTER-ACCOUNT drives CBSBSDG for the settled account,
      * loading its own status rules, under the operator's userid.
      * CBSBSDG neither commits nor returns a result, so the status
      * is read back: anything but INACTIVE (a status rule that does
      * not allow it, a concurrent change) refuses the closure.
       DEREGISTER-ACCOUNT.
           INITIALIZE CBSBS-ACCOUNT-AREA.
           MOVE CBSCS-ACCOUNT-NUMBER TO CBSBS-ACCOUNT-NUMBER.
           MOVE CBSCS-UPD-USERID     TO CBSBS-REQUEST-USERID.
           MOVE SPACES               TO CBSBS-APPROVAL-FLAG.
           MOVE 0                    TO CBSBS-RULE-COUNT.
           CALL 'CBSBSDG' USING CBSBS-ACCOUNT-AREA
                                CBSBS-RULE-XFER-AREA.
           MOVE CBSCS-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :H1-ACCOUNT-STATUS
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCS-DB2FAIL TO TRUE
                 MOVE 'STATUS RECHECK FAILED' TO CBSCS-REASON
                 DISPLAY '(CBSACCLS) STATUS RECHECK FAILED. SQLCODE='
                   SQLCODE
              WHEN H1-ACCOUNT-STATUS NOT = ACCT-STATUS-INACTIVE
                 SET CBSCS-DEREG-REFUSED TO TRUE
                 MOVE 'DEREGISTRATION REFUSED - ACCOUNT NOT CLOSED'
                   TO CBSCS-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * FETCH-DEREG-AUDIT-REASON reads back the REASON on the
      * deregistration's CBS_ACCT_AUDIT_LOG row - the latest row
      * taking the account INACTIVE - for the caller and the
      * statement.
       FETCH-DEREG-AUDIT-REASON.
           MOVE CBSCS-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT L.REASON
                  INTO :AU-REASON
                  FROM CBS_ACCT_AUDIT_LOG L
                 WHERE L.ACCOUNT_NUMBER = :AU-ACCOUNT-NUMBER
                   AND L.NEW_STATUS = :ACCT-STATUS-INACTIVE
                   AND L.UPD_TIMESTAMP =
                       ( SELECT MAX(M.UPD_TIMESTAMP)
                           FROM CBS_ACCT_AUDIT_LOG M
                          WHERE M.ACCOUNT_NUMBER = :AU-ACCOUNT-NUMBER
                            AND M.NEW_STATUS = :ACCT-STATUS-INACTIVE )
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE = 0
              MOVE AU-REASON TO CBSCS-AUDIT-REASON
           ELSE
              SET CBSCS-DB2FAIL TO TRUE
              MOVE 'AUDIT REASON LOOKUP FAILED' TO CBSCS-REASON
              DISPLAY '(CBSACCLS) AUDIT LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * WRITE-PAYOUT-RECORD writes the payout instruction in the
      * CBSSIEXE record layout. It carries instruction id zero - it
      * belongs to no standing instruction - so an acknowledgment
      * for it reaches CBSPAYAK's exception report, not an
      * instruction. A failed write refuses the closure.
       WRITE-PAYOUT-RECORD.
           MOVE 0                    TO PY-INSTR-ID.
           MOVE CBSCS-ACCOUNT-NUMBER TO PY-ACCOUNT-NUMBER.
           MOVE CBSCS-SETTLED-AMOUNT TO PY-AMOUNT.
           MOVE CBSCS-CURRENCY       TO PY-CURRENCY.
           MOVE WS-TODAY             TO PY-VALUE-DATE.
           WRITE PAYMENT-FILEREC
           IF NOT PAYFILE-STATUS-OK
              SET CBSCS-DB2FAIL TO TRUE
              MOVE 'PAYOUT FILE WRITE FAILED' TO CBSCS-REASON
              DISPLAY '(CBSACCLS) ERROR WRITING PAYOUT FILE. STATUS='
                PAYFILE-STATUS
           END-IF.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the holder's address
      * is undeliverable; a held statement is recorded at the
      * account's branch in this unit of work. If the register
      * cannot be read the statement is printed as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE WS-CLOSING-CUSTOMER  TO CUSTRM-CUSTOMER-KEY.
           MOVE 'CLOS'               TO CUSTRM-DOC-TYPE.
           MOVE 'CBSACCLS'           TO CUSTRM-PROGRAM-NAME.
           MOVE CBSCS-ACCOUNT-NUMBER TO WS-DOC-REF-NUMBER.
           MOVE WS-DOC-REF-NUMBER    TO CUSTRM-DOC-REF.
           MOVE WS-CLOSING-BRANCH    TO CUSTRM-BRANCH-NAME.
           MOVE WS-TODAY             TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * WRITE-CLOSING-STATEMENT writes the holder's closing statement:
      * page break, name and address block, the balance before
      * closure, each amount the closure posted, where the balance
      * went, and the deregistration's audit reason.
       WRITE-CLOSING-STATEMENT.
           MOVE '1' TO STMT-CC.
           MOVE SPACES TO STMT-TEXT.
           STRING 'ACCOUNT CLOSING STATEMENT   STATEMENT DATE '
                   WS-TODAY
                   DELIMITED BY SIZE
                   INTO STMT-TEXT
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CUSTOMER-NAME TO STMT-TEXT.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CUSTOMER-ADDRESS(1:132) TO STMT-TEXT.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CUSTOMER-ADDRESS(133:118) TO STMT-TEXT.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE CBSCS-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT-DISPLAY.
           STRING 'ACCOUNT ' WS-RPT-ACCOUNT-DISPLAY
                   '   CURRENCY ' CBSCS-CURRENCY
                   DELIMITED BY SIZE
                   INTO STMT-TEXT
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE 'BALANCE BEFORE CLOSURE' TO WS-STMT-LABEL.
           MOVE CBSCS-OPENING-BALANCE TO WS-STMT-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           IF CBSCS-INTEREST-AMOUNT > 0
              MOVE 'INTEREST CREDITED' TO WS-STMT-LABEL
              MOVE CBSCS-INTEREST-AMOUNT TO WS-STMT-AMOUNT
              PERFORM WRITE-STATEMENT-AMOUNT
           END-IF.
           IF CBSCS-WHT-AMOUNT > 0
              MOVE 'TAX WITHHELD' TO WS-STMT-LABEL
              COMPUTE WS-STMT-AMOUNT = 0 - CBSCS-WHT-AMOUNT
              PERFORM WRITE-STATEMENT-AMOUNT
           END-IF.
           IF CBSCS-DEBIT-INT-AMOUNT > 0
              MOVE 'DEBIT INTEREST CHARGED' TO WS-STMT-LABEL
              COMPUTE WS-STMT-AMOUNT = 0 - CBSCS-DEBIT-INT-AMOUNT
              PERFORM WRITE-STATEMENT-AMOUNT
           END-IF.
           IF CBSCS-FEE-AMOUNT > 0
              MOVE 'FINAL MONTHLY FEE' TO WS-STMT-LABEL
              COMPUTE WS-STMT-AMOUNT = 0 - CBSCS-FEE-AMOUNT
              PERFORM WRITE-STATEMENT-AMOUNT
           END-IF.
           EVALUATE TRUE
              WHEN CBSCS-SETTLED-TRANSFER
                 MOVE CBSCS-NOMINATED-ACCOUNT
                   TO WS-RPT-NOMINEE-DISPLAY
                 MOVE SPACES TO WS-STMT-LABEL
                 STRING 'TRANSFERRED TO ' WS-RPT-NOMINEE-DISPLAY
                         DELIMITED BY SIZE
                         INTO WS-STMT-LABEL
                 END-STRING
              WHEN CBSCS-SETTLED-PAYOUT
                 MOVE 'PAID OUT TO YOU BY PAYMENT' TO WS-STMT-LABEL
              WHEN OTHER
                 MOVE 'NO BALANCE TO PAY OUT' TO WS-STMT-LABEL
           END-EVALUATE.
           COMPUTE WS-STMT-AMOUNT = 0 - CBSCS-SETTLED-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           MOVE 'CLOSING BALANCE' TO WS-STMT-LABEL.
           MOVE 0 TO WS-STMT-AMOUNT.
           PERFORM WRITE-STATEMENT-AMOUNT.
           PERFORM WRITE-STATEMENT-LINE.
           IF CBSCS-SI-CANCELLED-COUNT > 0
              MOVE 'STANDING INSTRUCTIONS ON THIS ACCOUNT CANCELLED.'
                TO STMT-TEXT
              PERFORM WRITE-STATEMENT-LINE
           END-IF.
           STRING 'YOUR ACCOUNT HAS BEEN CLOSED: '
                   CBSCS-AUDIT-REASON
                   DELIMITED BY SIZE
                   INTO STMT-TEXT
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE '*** END OF STATEMENT ***' TO STMT-TEXT.
           PERFORM WRITE-STATEMENT-LINE.

      ******************************************************************
       WRITE-STATEMENT-AMOUNT.
           MOVE WS-STMT-AMOUNT TO WS-AMOUNT-DISPLAY.
           STRING WS-STMT-LABEL WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO STMT-TEXT
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

      ******************************************************************
       WRITE-STATEMENT-LINE.
           WRITE STATEMENT-LINE
           IF NOT STMTFILE-STATUS-OK
              DISPLAY '(CBSACCLS) ERROR WRITING STATEMENT FILE.'
           END-IF.
           MOVE SPACE TO STMT-CC.
           MOVE SPACES TO STMT-TEXT.
