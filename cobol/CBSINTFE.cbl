      *  - accrues one month of credit interest on LEDGER_BALANCE at
      *    the product's CBS_PRODUCT_PRICING annual rate and posts it
      *    as a credit;
      *  - charges one month of debit interest on an overdrawn
      *    LEDGER_BALANCE at the product's DEBIT_INTEREST_PCT and
      *    posts it as a debit;
      *  - levies the product's flat monthly fee as a debit.
      *
      * Every posting goes through the same CBS_ACCT_TXN_HIST
      * discipline CBSTXNP applies to the daily file: the same edits
      * (ACTIVE, payment limit, insufficient funds on the fee debit
      * measured against LEDGER_BALANCE plus the account's arranged
      * OVERDRAFT_LIMIT less its ACTIVE CBS_ACCT_HOLD amounts - the
      * available balance),
      * the same LEDGER_BALANCE/LAST_ACTIVITY_DATE update under the
      * UPD_TIMESTAMP concurrency check, and a history row for every
      * posting - accepted or rejected - so interest and fees show up
      * hardcoded, because product pricing changes quarterly; a
      * product with no pricing row accrues and is charged nothing.
      *
      * Debit interest is the bank's own charge for the overdraft
      * already taken, so it is not refused for insufficient funds -
      * it may take an account past its arranged limit, where the
      * next day's postings will see it.
      *
      * Each posting carries a generated TXN_REF ('INT'/'DRI'/'FEE'
      * plus the accrual month), and a posting whose reference already
      * has an accepted history row against the account is skipped -
      * a rerun month-end night charges nobody twice.
      *
      * An account carrying an ACTIVE CBS_TERM_DEPOSIT is left out of
      * the sweep altogether: its fixed rate is paid by CBSTDMAT at
      * maturity, and no maintenance fee is levied on a deposit.
      * A loan account (one with a CBS_LOAN row) is left out too: its
      * debit balance is principal outstanding, not an overdraft, and
      * its interest is charged instalment by instalment by CBSLNCOL.
      *
      * Tax is withheld at source on the credit interest: each
      * accepted interest credit is followed by a separate
      * withholding debit ('WHT' plus the accrual month) of the
      * CBS_WHT_RATE percentage in effect for the account holder's
      * declared status on CUST_TAX_STATUS - a holder who has not
      * declared is withheld on at the undeclared ('U') rate. The
      * debit is measured against the interest it comes out of, so
      * like debit interest it is not refused for insufficient funds,
      * and CBSTXINQ shows the pair as gross, tax and net. The
      * withholding is worked from the accepted interest row on
      * CBS_ACCT_TXN_HIST, so a rerun whose interest was already
      * posted still withholds exactly once. CBSINTCT reports the
      * year's interest and tax after year-end.
      ******************************************************************

       IDENTIFICATION DIVISION.
          88 WS-ALREADY-POSTED         VALUE 'Y'.
       01 WS-DUP-REF-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-DEBIT-HEADROOM            PIC S9(18) USAGE COMP VALUE 0.
      * Sum of the account's ACTIVE CBS_ACCT_HOLD amounts, ring-fenced
      * out of the debit headroom.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-FUNDS-CHECK-SWITCH        PIC X VALUE 'Y'.
          88 WS-FUNDS-CHECK-WAIVED     VALUE 'N'.
       01 WS-ACCT-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SKIP-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SKIP-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-UNPRICED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-INTEREST-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FEE-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DEBIT-INT-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DEBIT-INT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
      * Withholding tax on the month's interest credit: the gross
      * interest it is worked from and the holder's declared status.
       01 WS-GROSS-INTEREST            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TAX-STATUS                PIC X(1).
       01 WS-WHT-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-WHT-DISPLAY               PIC ZZZ,ZZZ,ZZ9.
       01 WS-REJECT-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACCT-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-UNPRICED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
       01 WK-CONSTANTS.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-POST-USERID           PIC X(10) VALUE 'CBSINTFE'.
          05 WK-UNDECLARED-STATUS     PIC X(1) VALUE 'U'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-PRODUCT-PRICING.
      *01  DCLCBS-ACCT-TXN-HIST.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTTAXS / CBSWHTR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-TAX-STATUS.  01 DCLCBS-WHT-RATE.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSHOLD
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTDEP
           END-EXEC.

           EXEC SQL
             INCLUDE CBSLOAN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.
             INCLUDE CBSPRDPR
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTTAXS
           END-EXEC.

           EXEC SQL
             INCLUDE CBSWHTR
           END-EXEC.

      * WITH HOLD keeps the cursor open across the interval COMMITs
      * the posting loop takes - a plain cursor would be closed by
      * the first COMMIT and the next FETCH would fail fifty accounts
      * into the month-end charge, the CBSBRMRG precedent.
           EXEC SQL
             DECLARE INTFEECSR CURSOR WITH HOLD FOR
                SELECT A.ACCOUNT_NUMBER, A.PRODUCT_CODE,
                       A.CUSTOMER_ID
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM CBS_TERM_DEPOSIT T
                          WHERE T.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND T.DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE )
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM CBS_LOAN L
                          WHERE L.LOAN_ACCOUNT = A.ACCOUNT_NUMBER )
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.
           MOVE WS-UNPRICED-COUNT TO WS-UNPRICED-DISPLAY.
           MOVE WS-INTEREST-COUNT TO WS-INTEREST-DISPLAY.
           MOVE WS-FEE-COUNT      TO WS-FEE-COUNT-DISPLAY.
           MOVE WS-DEBIT-INT-COUNT TO WS-DEBIT-INT-DISPLAY.
           MOVE WS-REJECT-COUNT   TO WS-REJECT-COUNT-DISPLAY.
           DISPLAY '(CBSINTFE) ACCOUNTS SWEPT:     '
             WS-ACCT-COUNT-DISPLAY.
             WS-UNPRICED-DISPLAY.
           DISPLAY '(CBSINTFE) INTEREST POSTED:    '
             WS-INTEREST-DISPLAY.
           DISPLAY '(CBSINTFE) DEBIT INTEREST:     '
             WS-DEBIT-INT-DISPLAY.
           MOVE WS-WHT-COUNT      TO WS-WHT-DISPLAY.
           DISPLAY '(CBSINTFE) TAX WITHHELD:       '
             WS-WHT-DISPLAY.
           DISPLAY '(CBSINTFE) FEES POSTED:        '
             WS-FEE-COUNT-DISPLAY.
           DISPLAY '(CBSINTFE) POSTINGS REJECTED:  '
       FETCH-NEXT-PRICED-ACCOUNT.
           EXEC SQL
                FETCH INTFEECSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-PRODUCT-CODE,
                      :H1-CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100

      ******************************************************************
      * PROCESS-ONE-ACCOUNT looks up the product's pricing terms and
      * posts the interest credit, the debit interest on an
      * overdrawn balance and then the fee debit. The fee is posted
      * last, against the balance the interest postings just
      * produced, so a fee that fits only because interest landed is
      * accepted the way a branch would expect.
       PROCESS-ONE-ACCOUNT.
           MOVE H1-PRODUCT-CODE TO PP-PRODUCT-CODE.
           EXEC SQL
                SELECT CREDIT_INTEREST_PCT, DEBIT_INTEREST_PCT,
                       MONTHLY_FEE
                  INTO :PP-CREDIT-INTEREST-PCT,
                       :PP-DEBIT-INTEREST-PCT, :PP-MONTHLY-FEE
                  FROM CBS_PRODUCT_PRICING
                 WHERE PRODUCT_CODE = :PP-PRODUCT-CODE
           END-EXEC.
              WHEN 0
                 IF PP-CREDIT-INTEREST-PCT > 0
                    PERFORM POST-INTEREST-CREDIT
                    PERFORM POST-WITHHOLDING-TAX
                 END-IF
                 IF PP-DEBIT-INTEREST-PCT > 0
                    PERFORM POST-DEBIT-INTEREST
                 END-IF
                 IF PP-MONTHLY-FEE > 0
                    PERFORM POST-MONTHLY-FEE
              END-IF
           END-IF.

      ******************************************************************
      * POST-WITHHOLDING-TAX withholds tax on this month's accepted
      * interest credit, if there is one and no withholding has been
      * posted against it yet. The amount is the gross interest on
      * the history row at the holder's rate, rounded to a whole
      * unit; the insufficient-funds edit is waived - see the
      * program header.
       POST-WITHHOLDING-TAX.
           MOVE SPACES TO WS-POST-REF.
           STRING 'WHT' WS-BUSINESS-DATE(1:7)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED
              ADD 1 TO WS-SKIP-COUNT
           ELSE
              PERFORM FETCH-GROSS-INTEREST
              IF WS-GROSS-INTEREST > 0
                 PERFORM FETCH-WITHHOLDING-RATE
                 COMPUTE WS-POST-AMOUNT ROUNDED =
                         WS-GROSS-INTEREST * WT-WHT-RATE-PCT / 100
                 IF WS-POST-AMOUNT > 0
                    PERFORM FETCH-ACCOUNT-FOR-POSTING
                    IF WS-REJECT-REASON = SPACES
                       MOVE 'D' TO WS-POST-TYPE
                       SET WS-FUNDS-CHECK-WAIVED TO TRUE
                       PERFORM POST-ONE-AMOUNT
                       MOVE 'Y' TO WS-FUNDS-CHECK-SWITCH
                       IF WS-POSTING-ACCEPTED
                          ADD 1 TO WS-WHT-COUNT
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
           STRING 'INT' WS-BUSINESS-DATE(1:7)
                   DELIMITED BY SIZE
                   INTO TX-TXN-REF
           END-STRING.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
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
                 MOVE 0 TO WS-GROSS-INTEREST
                 DISPLAY '(CBSINTFE) GROSS INTEREST LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-WITHHOLDING-RATE sets WT-WHT-RATE-PCT for the account
      * holder: their declared CUST_TAX_STATUS, or undeclared, and
      * the CBS_WHT_RATE row in effect at the business date. No row
      * in effect withholds nothing.
       FETCH-WITHHOLDING-RATE.
           MOVE 0 TO WT-WHT-RATE-PCT.
           MOVE H1-CUSTOMER-ID TO TS-CUID.
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
                 MOVE WK-UNDECLARED-STATUS TO WS-TAX-STATUS
                 DISPLAY '(CBSINTFE) TAX STATUS LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.
           MOVE WS-TAX-STATUS    TO WT-TAX-STATUS.
           MOVE WS-BUSINESS-DATE TO WT-EFFECTIVE-DATE.
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
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 0 TO WT-WHT-RATE-PCT
              WHEN OTHER
                 MOVE 0 TO WT-WHT-RATE-PCT
                 DISPLAY '(CBSINTFE) WHT RATE LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * POST-DEBIT-INTEREST charges one month of the product's annual
      * debit rate on an overdrawn LEDGER_BALANCE. An account in
      * credit is charged nothing. The insufficient-funds edit is
      * waived for this one posting - see the program header.
       POST-DEBIT-INTEREST.
           MOVE SPACES TO WS-POST-REF.
           STRING 'DRI' WS-BUSINESS-DATE(1:7)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED
              ADD 1 TO WS-SKIP-COUNT
           ELSE
              PERFORM FETCH-ACCOUNT-FOR-POSTING
              IF WS-REJECT-REASON = SPACES
                 AND H1-LEDGER-BALANCE < 0
                 COMPUTE WS-POST-AMOUNT ROUNDED =
                         0 - H1-LEDGER-BALANCE
                         * PP-DEBIT-INTEREST-PCT / 1200
                 IF WS-POST-AMOUNT > 0
                    MOVE 'D' TO WS-POST-TYPE
                    SET WS-FUNDS-CHECK-WAIVED TO TRUE
                    PERFORM POST-ONE-AMOUNT
                    MOVE 'Y' TO WS-FUNDS-CHECK-SWITCH
                    IF WS-POSTING-ACCEPTED
                       ADD 1 TO WS-DEBIT-INT-COUNT
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
       POST-MONTHLY-FEE.
           MOVE SPACES TO WS-POST-REF.
           MOVE SPACES TO WS-REJECT-REASON.
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
              MOVE 'ACCOUNT LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSINTFE) LOOKUP FAILED. SQLCODE=' SQLCODE
           ELSE
              PERFORM FETCH-HELD-AMOUNT
              COMPUTE WS-DEBIT-HEADROOM =
                      H1-LEDGER-BALANCE + H1-OVERDRAFT-LIMIT
                      - WS-HELD-AMOUNT
           END-IF.

      ******************************************************************
      * FETCH-HELD-AMOUNT totals the account's ACTIVE CBS_ACCT_HOLD
      * rows - court orders, card pre-authorisations, disputed-cheque
      * holds placed through CBSHLMNT - so the debit is measured
      * against the available balance rather than the ledger.
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
              MOVE 'HOLD LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSINTFE) HOLD LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
                   TO WS-REJECT-REASON
              ELSE
                 IF WS-POST-DEBIT
                    AND NOT WS-FUNDS-CHECK-WAIVED
                    AND WS-POST-AMOUNT > WS-DEBIT-HEADROOM
                    MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
                 END-IF
              END-IF
       WRITE-RUN-LOG-END.
           MOVE WS-ACCT-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-UPDATED = WS-INTEREST-COUNT
                   + WS-DEBIT-INT-COUNT + WS-FEE-COUNT + WS-WHT-COUNT.
           MOVE WS-REJECT-COUNT TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
           EXEC SQL
