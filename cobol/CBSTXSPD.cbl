      *    and/or currency replace the rejected values (blank keeps
      *    the original) and the posting goes back through the same
      *    edits CBSTXNP applies - ACTIVE status, payment limit,
      *    currency match, insufficient funds on a debit (balance
      *    plus arranged overdraft, less active holds), no debit
      *    against an unmatured term deposit or a KYC-restricted
      *    account or one frozen for a deceased holder - with the
      *    balance/activity update under the UPD_TIMESTAMP check and
      *    an accepted history row carrying the ORIGINAL reference
      *    and value date. A repost the edits still refuse leaves the
      * record is resubmitted through the normal TXNFILE and the
      * suspense item returned. Every disposition is recorded on the
      * queue row with the worker and timestamp.
      *
      * A rejected cheque presentment ('Q') is not re-posted either:
      * paying it here would bypass CBSTXNP's cheque-book, stop and
      * already-paid checks, so it can only be returned to the
      * presenting bank.
      ******************************************************************

       IDENTIFICATION DIVISION.
          88 WS-END-OF-FILE            VALUE 'Y'.
       01 WS-FAILURE-REASON            PIC X(50).
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-DEBIT-HEADROOM            PIC S9(18) USAGE COMP VALUE 0.
      * Sum of the account's ACTIVE CBS_ACCT_HOLD amounts, ring-fenced
      * out of the debit headroom.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
      * Non-zero while the account carries an ACTIVE CBS_TERM_DEPOSIT
      * row - the deposit's principal is locked until maturity.
       01 WS-TERM-LOCK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REPOSTED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RETURNED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RETURNED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-FAILED-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-COMPLIANCE-KYC        PIC X(5) VALUE 'KYC'.
          05 WK-COMPLIANCE-DECD       PIC X(5) VALUE 'DECD'.
          05 WK-SUSP-USERID           PIC X(10) VALUE 'CBSTXSPD'.
      ******************************************************************
           COPY STATCONS.
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSHOLD
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTDEP
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.
      * CBSTXNP posting discipline. A transfer's two legs belong to
      * the posting program - a corrected transfer record goes back
      * through the normal TXNFILE, and the suspense item is
      * returned instead; a cheque is returned to its presenter.
       REPOST-SUSPENSE-ITEM.
           EVALUATE TRUE
              WHEN SU-TXN-TYPE = 'Q'
                 MOVE 'CHEQUE ITEM - RETURN TO PRESENTER'
                   TO WS-FAILURE-REASON
              WHEN SU-TXN-TYPE NOT = 'D' AND SU-TXN-TYPE NOT = 'C'
                 MOVE 'TRANSFER ITEM - RESUBMIT VIA TXNFILE'
                   TO WS-FAILURE-REASON
              WHEN OTHER
                 IF SD-NEW-ACCOUNT NUMERIC AND SD-NEW-ACCOUNT > 0
                    MOVE SD-NEW-ACCOUNT TO SU-ACCOUNT-NUMBER
                 END-IF
                 IF SD-NEW-CURRENCY NOT = SPACES
                    MOVE SD-NEW-CURRENCY TO SU-CURRENCY
                 END-IF
                 MOVE SU-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
                 PERFORM FETCH-ACCOUNT-FOR-REPOST
           END-EVALUATE.
           IF WS-FAILURE-REASON = SPACES
              PERFORM VALIDATE-REPOST
           END-IF.
       FETCH-ACCOUNT-FOR-REPOST.
           EXEC SQL
                SELECT ACCOUNT_STATUS, PAYMENT_LIMIT, LEDGER_BALANCE,
                       CURRENCY, UPD_TIMESTAMP, OVERDRAFT_LIMIT,
                       COMPLIANCE_STATUS
                  INTO :H1-ACCOUNT-STATUS, :H1-PAYMENT-LIMIT,
                       :H1-LEDGER-BALANCE, :H1-CURRENCY,
                       :H1-UPD-TIMESTAMP, :H1-OVERDRAFT-LIMIT,
                       :H1-COMPLIANCE-STATUS
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM FETCH-HELD-AMOUNT
                 PERFORM FETCH-TERM-LOCK
                 COMPUTE WS-DEBIT-HEADROOM =
                         H1-LEDGER-BALANCE + H1-OVERDRAFT-LIMIT
                         - WS-HELD-AMOUNT
              WHEN 100
                 MOVE 'ACCOUNT NOT FOUND' TO WS-FAILURE-REASON
              WHEN OTHER
                   SQLCODE
           END-EVALUATE.

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
              MOVE 'HOLD LOOKUP FAILED' TO WS-FAILURE-REASON
              DISPLAY '(CBSTXSPD) HOLD LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * FETCH-TERM-LOCK looks for an ACTIVE CBS_TERM_DEPOSIT row on
      * the account. A term deposit's principal is locked until
      * CBSTDMAT matures it or CBSTDBRK breaks it, so a debit against
      * the account is refused outright rather than measured against
      * the available balance.
       FETCH-TERM-LOCK.
           MOVE 0 TO WS-TERM-LOCK-COUNT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-TERM-LOCK-COUNT
                  FROM CBS_TERM_DEPOSIT
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'TERM DEPOSIT LOOKUP FAILED' TO WS-FAILURE-REASON
              DISPLAY '(CBSTXSPD) TERM DEPOSIT LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * VALIDATE-REPOST is the CBSTXNP edit set, re-applied in full -
      * a corrected item faces exactly the rules the daily file
                      TO WS-FAILURE-REASON
                 ELSE
                    IF SU-TXN-TYPE = 'D'
                       AND (H1-COMPLIANCE-STATUS = WK-COMPLIANCE-KYC
                        OR H1-COMPLIANCE-STATUS = WK-COMPLIANCE-DECD)
                       IF H1-COMPLIANCE-STATUS = WK-COMPLIANCE-KYC
                          MOVE 'DEBITS RESTRICTED - KYC REVIEW'
                            TO WS-FAILURE-REASON
                       ELSE
                          MOVE 'DEBITS FROZEN - CUSTOMER DECEASED'
                            TO WS-FAILURE-REASON
                       END-IF
                    ELSE
                       IF SU-TXN-TYPE = 'D'
                          AND WS-TERM-LOCK-COUNT > 0
                          MOVE 'TERM DEPOSIT NOT MATURED'
                            TO WS-FAILURE-REASON
                       ELSE
                          IF SU-TXN-TYPE = 'D'
                             AND SU-TXN-AMOUNT > WS-DEBIT-HEADROOM
                             MOVE 'INSUFFICIENT FUNDS'
                               TO WS-FAILURE-REASON
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
