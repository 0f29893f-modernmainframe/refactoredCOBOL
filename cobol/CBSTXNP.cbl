      * CBS_ACCT_TXN_HIST. A posting is rejected when the account is
      * unknown, not ACTIVE, the amount exceeds PAYMENT_LIMIT, the
      * record's currency does not match the account's, or a debit
      * would overdraw the account beyond its arranged overdraft. An
      * accepted posting
      * applies the amount to LEDGER_BALANCE (credits add, debits
      * subtract) and stamps LAST_ACTIVITY_DATE with the record's
      * value date, carrying the UPD_TIMESTAMP read during validation
      * Every rejected record is also parked on CBS_TXN_SUSPENSE so
      * somebody owns the reject: back office repairs or returns it
      * through CBSTXSPD and CBSSUSRP ages the unworked items.
      *
      * A debit is judged against the account's debit headroom -
      * LEDGER_BALANCE plus any arranged OVERDRAFT_LIMIT - rather than
      * the bare ledger balance, so a customer with an agreed
      * overdraft has rent and standing-order debits paid into the
      * facility and only a debit beyond it bounces as INSUFFICIENT
      * FUNDS. The transfer source leg gets the same test. Amounts
      * ring-fenced by ACTIVE CBS_ACCT_HOLD rows (court orders, card
      * pre-authorisations, disputed-cheque holds - see CBSHLMNT) come
      * off the headroom, so a debit is judged against the available
      * balance, not the ledger.
      *
      * A term-deposit account (an ACTIVE CBS_TERM_DEPOSIT row) takes
      * credits but refuses every debit as TERM DEPOSIT NOT MATURED,
      * on either a plain debit or a transfer source leg - the
      * principal only comes out through CBSTDMAT at maturity or a
      * CBSTDBRK early break.
      *
      * A loan account (one on CBS_LOAN) takes credits but refuses
      * every debit as DEBITS REFUSED - LOAN ACCOUNT: it is opened with
      * an overdraft the size of the principal so that it can carry
      * the principal outstanding, and without this edit any debit,
      * cheque or transfer out could redraw repaid principal with no
      * origination behind it. The one debit let through is
      * CBSLNCOL's 'LNDISBURSE' transfer while the loan is PENDING.
      * The loan's interest charges are posted by CBSLNCOL itself.
      *
      * An account whose COMPLIANCE_STATUS is KYC - a holder left
      * overdue past the grace period for a periodic KYC review, set
      * by TCSCKYCB and lifted when TCSCKYCM records the review -
      * takes credits but refuses every debit as DEBITS RESTRICTED -
      * KYC REVIEW, on a plain debit or a transfer source leg alike.
      * One whose COMPLIANCE_STATUS is DECD - the sole holder has died,
      * set by TCSCBRVM when the branch records the bereavement - is
      * refused the same way as DEBITS FROZEN - CUSTOMER DECEASED
      * until TCSCESTB settles the estate.
      *
      * A counter cash debit or credit names the teller drawer the
      * notes went through (TR-DRAWER-ID). The drawer must be on
      * CBS_TELLER_DRAWER, OPEN, and hold the posting's currency, or
      * the posting is rejected like any other edit failure; the
      * drawer id is carried onto the history row, which is what
      * CBSDRRPT builds each drawer's expected cash from. A transfer
      * moves no cash and is rejected if it names a drawer.
      *
      * A cheque presentment (TR-TXN-CHEQUE) posts as a debit under
      * every rule above, but its serial is checked first against
      * the account's cheque register: a serial in none of the
      * account's CBS_CHEQUE_BOOK ranges is rejected as CHEQUE NOT
      * ISSUED, one already on CBS_CHEQUE_PAID as CHEQUE ALREADY
      * PAID, and one covered by an ACTIVE CBS_CHEQUE_STOP that has
      * not passed its expiry date as CHEQUE STOPPED - each parked on
      * suspense with the serial in CONTRA_ACCOUNT. A paid cheque is
      * added to CBS_CHEQUE_PAID in the debit's unit of work, and its
      * history row is an ordinary 'D' so every debit consumer of
      * CBS_ACCT_TXN_HIST picks it up unchanged. A cheque record
      * commits the pending interval first, the transfer discipline,
      * so if the register insert fails the ROLLBACK takes back only
      * the cheque's own debit and the record is rejected - the
      * debit and its register row stand or fall together.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *    05 TR-TXN-AMOUNT               PIC 9(9).
      *    05 TR-CURRENCY                 PIC X(3).
      *    05 TR-VALUE-DATE               PIC X(10).
      *    05 TR-CHEQUE-SERIAL            PIC 9(9).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
       01 WS-SKIP-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-REJECT-REASON             PIC X(50).
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
      * Debit headroom: LEDGER_BALANCE plus the arranged overdraft,
      * less the account's ACTIVE holds.
       01 WS-DEBIT-HEADROOM            PIC S9(18) USAGE COMP VALUE 0.
      * Sum of the account's ACTIVE CBS_ACCT_HOLD amounts, ring-fenced
      * out of the debit headroom.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
      * Non-zero while the account carries an ACTIVE CBS_TERM_DEPOSIT
      * row - the deposit's principal is locked until maturity.
       01 WS-TERM-LOCK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
      * Non-zero while the account is a loan account that may not be
      * debited - see FETCH-LOAN-LOCK.
       01 WS-LOAN-LOCK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LOAN-EXEMPT-STATUS        PIC X(10).
      * Contra-side host variables for the credit leg of a transfer -
      * the H1- set holds the source account while both legs are in
      * flight.
       01 WS-CONTRA-BALANCE            PIC S9(18) USAGE COMP VALUE 0.
       01 WS-CONTRA-CURRENCY           PIC X(3).
       01 WS-CONTRA-UPD-TIMESTAMP      PIC X(26).
      * Rows matching a presented cheque's serial on the book, paid
      * and stop registers in turn.
       01 WS-CHEQUE-MATCHES            PIC S9(9) USAGE COMP VALUE 0.
      * Every WK-COMMIT-INTERVAL postings, a COMMIT closes out the
      * unit of work so an abend partway through the daily file only
      * loses the postings since the last commit point, the same
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
       01 WK-CONSTANTS.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-LOAN-PENDING          PIC X(10) VALUE 'PENDING'.
          05 WK-DISBURSE-REF          PIC X(16) VALUE 'LNDISBURSE'.
          05 WK-COMPLIANCE-KYC        PIC X(5) VALUE 'KYC'.
          05 WK-COMPLIANCE-DECD       PIC X(5) VALUE 'DECD'.
          05 WK-DRAWER-OPEN           PIC X(10) VALUE 'OPEN'.
          05 WK-STOP-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-POST-USERID           PIC X(10) VALUE 'CBSTXNP'.
          05 WK-FEED-ID               PIC X(8) VALUE 'DAILYTXN'.
      * Feed-registration work fields: the file is pre-scanned for a
      *    10 H1-PAYMENT-LIMIT     PIC S9(9) USAGE COMP.
      *    10 H1-CURRENCY          PIC X(3).
      *    10 H1-UPD-TIMESTAMP     PIC X(26).
      *    10 H1-OVERDRAFT-LIMIT   PIC S9(9) USAGE COMP.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
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
             INCLUDE CBSTXSQ
           END-EXEC.

           EXEC SQL
             INCLUDE CBSDRWR
           END-EXEC.

           EXEC SQL
             INCLUDE CBSCQBK
           END-EXEC.

           EXEC SQL
             INCLUDE CBSCQSTP
           END-EXEC.

           EXEC SQL
             INCLUDE CBSCQPD
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
      * account's current state, applies the LAST_ACTIVITY_DATE stamp
      * when it passes, and writes the history row either way so the
      * rejected side of the feed is as reconstructable as the
      * accepted side. A cheque's serial is checked against the
      * cheque register before the posting rules, so a stopped or
      * unissued cheque is reported as such rather than as whatever
      * balance edit it would also have failed.
       POST-SINGLE-POSTING.
           MOVE 'N' TO WS-ACCEPT-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE TR-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           IF TR-TXN-CHEQUE AND WS-COMMIT-TALLY > 0
              PERFORM COMMIT-POSTINGS
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.
           PERFORM FETCH-ACCOUNT-FOR-POSTING.
           IF WS-REJECT-REASON = SPACES AND TR-TXN-CHEQUE
              PERFORM VALIDATE-CHEQUE-PRESENTMENT
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM VALIDATE-POSTING
           END-IF.
           IF WS-REJECT-REASON = SPACES AND TR-DRAWER-ID NOT = SPACES
              PERFORM VALIDATE-TELLER-DRAWER
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-POSTING-TO-MASTER
           END-IF.
           IF WS-REJECT-REASON = SPACES AND TR-TXN-CHEQUE
              PERFORM INSERT-CHEQUE-PAID-ROW
           END-IF.
           IF WS-REJECT-REASON = SPACES
              SET WS-POSTING-ACCEPTED TO TRUE
              ADD 1 TO WS-ACCEPT-COUNT
       FETCH-ACCOUNT-FOR-POSTING.
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
                 PERFORM FETCH-LOAN-LOCK
                 COMPUTE WS-DEBIT-HEADROOM =
                         H1-LEDGER-BALANCE + H1-OVERDRAFT-LIMIT
                         - WS-HELD-AMOUNT
              WHEN 100
                 MOVE 'ACCOUNT NOT FOUND' TO WS-REJECT-REASON
              WHEN OTHER
                 DISPLAY '(CBSTXNP) LOOKUP FAILED. SQLCODE=' SQLCODE
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
              MOVE 'HOLD LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSTXNP) HOLD LOOKUP FAILED. SQLCODE=' SQLCODE
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
              MOVE 'TERM DEPOSIT LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSTXNP) TERM DEPOSIT LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * FETCH-LOAN-LOCK counts the CBS_LOAN rows for the account. Its
      * overdraft is the loan facility, not spending money, so a
      * debit against it is refused outright - except CBSLNCOL's
      * disbursement transfer, which is exempted only while the loan
      * is still PENDING.
       FETCH-LOAN-LOCK.
           MOVE 0 TO WS-LOAN-LOCK-COUNT.
           MOVE SPACES TO WS-LOAN-EXEMPT-STATUS.
           IF TR-TXN-TRANSFER AND TR-TXN-REF = WK-DISBURSE-REF
              MOVE WK-LOAN-PENDING TO WS-LOAN-EXEMPT-STATUS
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LOAN-LOCK-COUNT
                  FROM CBS_LOAN
                 WHERE LOAN_ACCOUNT = :H1-ACCOUNT-NUMBER
                   AND LOAN_STATUS <> :WS-LOAN-EXEMPT-STATUS
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'LOAN LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSTXNP) LOAN LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * VALIDATE-CHEQUE-PRESENTMENT checks a presented cheque's serial
      * against the account's register: it must fall in one of the
      * account's issued books, must not have been paid already, and
      * must not be covered by an ACTIVE stop whose expiry date has
      * not yet passed on the business date.
       VALIDATE-CHEQUE-PRESENTMENT.
           MOVE TR-ACCOUNT-NUMBER TO CB-ACCOUNT-NUMBER.
           MOVE TR-CHEQUE-SERIAL  TO CB-FIRST-SERIAL.
           MOVE 0 TO WS-CHEQUE-MATCHES.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CHEQUE-MATCHES
                  FROM CBS_CHEQUE_BOOK
                 WHERE ACCOUNT_NUMBER = :CB-ACCOUNT-NUMBER
                   AND :CB-FIRST-SERIAL BETWEEN FIRST_SERIAL
                                            AND LAST_SERIAL
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'CHEQUE BOOK LOOKUP FAILED' TO WS-REJECT-REASON
                 DISPLAY '(CBSTXNP) CHEQUE BOOK LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-CHEQUE-MATCHES = 0 OR TR-CHEQUE-SERIAL = 0
                 MOVE 'CHEQUE NOT ISSUED' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
              MOVE TR-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER
              MOVE TR-CHEQUE-SERIAL  TO CP-CHEQUE-SERIAL
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CHEQUE-MATCHES
                     FROM CBS_CHEQUE_PAID
                    WHERE ACCOUNT_NUMBER = :CP-ACCOUNT-NUMBER
                      AND CHEQUE_SERIAL = :CP-CHEQUE-SERIAL
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'PAID CHEQUE LOOKUP FAILED' TO WS-REJECT-REASON
                    DISPLAY '(CBSTXNP) PAID CHEQUE LOOKUP FAILED.'
                      ' SQLCODE=' SQLCODE
                 WHEN WS-CHEQUE-MATCHES > 0
                    MOVE 'CHEQUE ALREADY PAID' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON = SPACES
              MOVE TR-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER
              MOVE TR-CHEQUE-SERIAL  TO CS-FIRST-SERIAL
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-CHEQUE-MATCHES
                     FROM CBS_CHEQUE_STOP
                    WHERE ACCOUNT_NUMBER = :CS-ACCOUNT-NUMBER
                      AND :CS-FIRST-SERIAL BETWEEN FIRST_SERIAL
                                               AND LAST_SERIAL
                      AND STOP_STATUS = :WK-STOP-ACTIVE
                      AND EXPIRY_DATE >= :WS-BUSINESS-DATE
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'STOP PAYMENT LOOKUP FAILED'
                      TO WS-REJECT-REASON
                    DISPLAY '(CBSTXNP) STOP PAYMENT LOOKUP FAILED.'
                      ' SQLCODE=' SQLCODE
                 WHEN WS-CHEQUE-MATCHES > 0
                    MOVE 'CHEQUE STOPPED' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF.

      ******************************************************************
      * VALIDATE-POSTING enforces the posting rules: only ACTIVE
      * accounts take movement, a posting may not exceed the account's
      * PAYMENT_LIMIT, the record's currency must match the account's
      * own, a debit may not be drawn on a KYC-restricted account or
      * one frozen for a deceased holder, nor on a loan account, and
      * a debit may not exceed the debit headroom (the balance plus
      * the arranged overdraft, less active holds). A cheque
      * presentment counts as a debit throughout.
       VALIDATE-POSTING.
           IF NOT TR-TXN-DEBIT AND NOT TR-TXN-CREDIT
              MOVE 'INVALID TRANSACTION TYPE' TO WS-REJECT-REASON
                         TO WS-REJECT-REASON
                    ELSE
                       IF TR-TXN-DEBIT
                          AND (H1-COMPLIANCE-STATUS = WK-COMPLIANCE-KYC
                           OR H1-COMPLIANCE-STATUS = WK-COMPLIANCE-DECD)
                          IF H1-COMPLIANCE-STATUS = WK-COMPLIANCE-KYC
                             MOVE 'DEBITS RESTRICTED - KYC REVIEW'
                               TO WS-REJECT-REASON
                          ELSE
                             MOVE 'DEBITS FROZEN - CUSTOMER DECEASED'
                               TO WS-REJECT-REASON
                          END-IF
                       ELSE
                          IF TR-TXN-DEBIT
                             AND WS-TERM-LOCK-COUNT > 0
                             MOVE 'TERM DEPOSIT NOT MATURED'
                               TO WS-REJECT-REASON
                          ELSE
                             IF TR-TXN-DEBIT
                                AND WS-LOAN-LOCK-COUNT > 0
                                MOVE 'DEBITS REFUSED - LOAN ACCOUNT'
                                  TO WS-REJECT-REASON
                             ELSE
                                IF TR-TXN-DEBIT
                                   AND TR-TXN-AMOUNT > WS-DEBIT-HEADROOM
                                   MOVE 'INSUFFICIENT FUNDS'
                                     TO WS-REJECT-REASON
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * VALIDATE-TELLER-DRAWER checks the drawer a counter cash
      * posting names: it must exist, be OPEN and hold notes in the
      * posting's currency.
       VALIDATE-TELLER-DRAWER.
           MOVE TR-DRAWER-ID TO DW-DRAWER-ID.
           EXEC SQL
                SELECT DRAWER_STATUS, CURRENCY
                  INTO :DW-DRAWER-STATUS, :DW-CURRENCY
                  FROM CBS_TELLER_DRAWER
                 WHERE DRAWER_ID = :DW-DRAWER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF DW-DRAWER-STATUS NOT = WK-DRAWER-OPEN
                    MOVE 'TELLER DRAWER NOT OPEN' TO WS-REJECT-REASON
                 ELSE
                    IF TR-CURRENCY NOT = DW-CURRENCY
                       MOVE 'CURRENCY DOES NOT MATCH DRAWER'
                         TO WS-REJECT-REASON
                    END-IF
                 END-IF
              WHEN 100
                 MOVE 'TELLER DRAWER NOT FOUND' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'DRAWER LOOKUP FAILED' TO WS-REJECT-REASON
                 DISPLAY '(CBSTXNP) DRAWER LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * APPLY-POSTING-TO-MASTER applies the accepted amount to
      * LEDGER_BALANCE and stamps LAST_ACTIVITY_DATE in one UPDATE.
      ******************************************************************
      * INSERT-TXN-HIST-ROW records the posting attempt - accepted or
      * rejected - the same way CBSBSDG records every status change to
      * CBS_ACCT_AUDIT_LOG. A cheque is recorded as the debit it is.
       INSERT-TXN-HIST-ROW.
           MOVE TR-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           IF TR-TXN-CHEQUE
              MOVE 'D'            TO TX-TXN-TYPE
           ELSE
              MOVE TR-TXN-TYPE    TO TX-TXN-TYPE
           END-IF.
           MOVE TR-TXN-AMOUNT     TO TX-TXN-AMOUNT.
           MOVE TR-CURRENCY       TO TX-CURRENCY.
           MOVE TR-VALUE-DATE     TO TX-VALUE-DATE.
           END-IF.
           MOVE WS-REJECT-REASON  TO TX-REJECT-REASON.
           MOVE WK-POST-USERID    TO TX-POST-USERID.
           MOVE TR-DRAWER-ID      TO TX-DRAWER-ID.
           PERFORM INSERT-HIST-FROM-TX.

      ******************************************************************
      * INSERT-CHEQUE-PAID-ROW adds a paid cheque to the paid-cheque
      * register in the debit's unit of work, so the serial can
      * never be paid a second time. A failed insert rejects the
      * cheque: the ROLLBACK undoes the debit just applied (the
      * pending interval was committed before the cheque was
      * fetched, so nothing else goes with it) and the 'R' history
      * and suspense rows are written after it.
       INSERT-CHEQUE-PAID-ROW.
           MOVE TR-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER.
           MOVE TR-CHEQUE-SERIAL  TO CP-CHEQUE-SERIAL.
           MOVE TR-TXN-AMOUNT     TO CP-TXN-AMOUNT.
           MOVE TR-CURRENCY       TO CP-CURRENCY.
           MOVE TR-VALUE-DATE     TO CP-VALUE-DATE.
           MOVE TR-TXN-REF        TO CP-TXN-REF.
           EXEC SQL
                INSERT INTO CBS_CHEQUE_PAID
                       ( ACCOUNT_NUMBER ,
                         CHEQUE_SERIAL ,
                         TXN_AMOUNT ,
                         CURRENCY ,
                         VALUE_DATE ,
                         TXN_REF ,
                         PAID_TIMESTAMP )
                VALUES
                       ( :CP-ACCOUNT-NUMBER ,
                         :CP-CHEQUE-SERIAL ,
                         :CP-TXN-AMOUNT ,
                         :CP-CURRENCY ,
                         :CP-VALUE-DATE ,
                         :CP-TXN-REF ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'PAID CHEQUE REGISTER UPDATE FAILED'
                TO WS-REJECT-REASON
              DISPLAY '(CBSTXNP) PAID CHEQUE INSERT FAILED. SQLCODE='
                SQLCODE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF.

      ******************************************************************
      * INSERT-HIST-FROM-TX writes whatever the TX- host record holds;
      * the single-posting path and each transfer leg fill it before
                         DISPOSITION ,
                         REJECT_REASON ,
                         POST_USERID ,
                         POST_TIMESTAMP ,
                         DRAWER_ID )
                VALUES
                       ( :TX-ACCOUNT-NUMBER ,
                         :TX-TXN-TYPE ,
                         :TX-DISPOSITION ,
                         :TX-REJECT-REASON ,
                         :TX-POST-USERID ,
                         CURRENT TIMESTAMP ,
                         :TX-DRAWER-ID )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSTXNP) HISTORY INSERT FAILED. SQLCODE='
           IF TR-CONTRA-ACCOUNT = TR-ACCOUNT-NUMBER
              MOVE 'TRANSFER TO SAME ACCOUNT' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES AND TR-DRAWER-ID NOT = SPACES
              MOVE 'DRAWER ID NOT VALID ON TRANSFER'
                TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM FETCH-ACCOUNT-FOR-POSTING
           END-IF.

      ******************************************************************
      * VALIDATE-TRANSFER-SOURCE is the debit-leg edit set: the
      * source account must be ACTIVE, in the record's currency, not
      * KYC-restricted or frozen for a deceased holder, not a term
      * deposit or a loan account (bar the loan's own disbursement),
      * with the amount inside PAYMENT_LIMIT and covered by the debit
      * headroom.
       VALIDATE-TRANSFER-SOURCE.
           IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
              MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
                    MOVE 'CURRENCY DOES NOT MATCH ACCOUNT'
                      TO WS-REJECT-REASON
                 ELSE
                    IF H1-COMPLIANCE-STATUS = WK-COMPLIANCE-KYC
                       OR H1-COMPLIANCE-STATUS = WK-COMPLIANCE-DECD
                       IF H1-COMPLIANCE-STATUS = WK-COMPLIANCE-KYC
                          MOVE 'DEBITS RESTRICTED - KYC REVIEW'
                            TO WS-REJECT-REASON
                       ELSE
                          MOVE 'DEBITS FROZEN - CUSTOMER DECEASED'
                            TO WS-REJECT-REASON
                       END-IF
                    ELSE
                       IF WS-TERM-LOCK-COUNT > 0
                          MOVE 'TERM DEPOSIT NOT MATURED'
                            TO WS-REJECT-REASON
                       ELSE
                          IF WS-LOAN-LOCK-COUNT > 0
                             MOVE 'DEBITS REFUSED - LOAN ACCOUNT'
                               TO WS-REJECT-REASON
                          ELSE
                             IF TR-TXN-AMOUNT > WS-DEBIT-HEADROOM
                                MOVE 'INSUFFICIENT FUNDS'
                                  TO WS-REJECT-REASON
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           MOVE WS-REJECT-REASON  TO TX-REJECT-REASON.
           MOVE WK-POST-USERID    TO TX-POST-USERID.
           MOVE SPACES            TO TX-DRAWER-ID.
           PERFORM INSERT-HIST-FROM-TX.
           MOVE TR-CONTRA-ACCOUNT TO TX-ACCOUNT-NUMBER.
           MOVE 'C'               TO TX-TXN-TYPE.
      * reject: CBSTXSPD corrects and re-posts it or formally returns
      * it, and CBSSUSRP ages whatever sits unworked. The queue row
      * rides the record's own unit of work, next to its 'R' history
      * row. A cheque carries its serial in CONTRA_ACCOUNT.
       INSERT-SUSPENSE-ROW.
           EXEC SQL
                SELECT NEXT VALUE FOR TXN_SUSP_SEQ
                SQLCODE
           ELSE
              MOVE TR-ACCOUNT-NUMBER TO SU-ACCOUNT-NUMBER
              IF TR-TXN-TRANSFER OR TR-TXN-CHEQUE
                 MOVE TR-CONTRA-ACCOUNT TO SU-CONTRA-ACCOUNT
              ELSE
                 MOVE 0 TO SU-CONTRA-ACCOUNT
