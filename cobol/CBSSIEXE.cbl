      * Daily standing-instruction execution. Selects the
      * CBS_STND_INSTR rows due on the BUSDATE business date, checks
      * the account is still fit to pay from (ACTIVE and not on
      * compliance HOLD), posts the debit to the account - the
      * LEDGER_BALANCE update and an accepted CBS_ACCT_TXN_HIST row
      * under POST_USERID CBSSIEXE, which CBSGLJRN journals as source
      * SIP - emits one CBSSIPAY payment record per executed
      * instruction, and advances NEXT_RUN_DATE by the
      * instruction's own frequency so the schedule holds its anchor
      * day. An instruction whose account has gone non-ACTIVE or onto
      * HOLD is flipped to SUSPENDED - it stops coming up every night
      * and the branch reinstates it deliberately.
      *
      * An instruction the account cannot fund - the amount exceeds
      * the available balance, LEDGER_BALANCE plus the arranged
      * OVERDRAFT_LIMIT less any ACTIVE CBS_ACCT_HOLD amounts - emits
      * no payment and keeps its NEXT_RUN_DATE, so it comes up again on
      * the next run rather than bouncing into CBS_TXN_SUSPENSE. It
      * is not suspended: a short account is a temporary state. An
      * instruction drawn on an unmatured term deposit is held back
      * the same way until the deposit matures or is broken, and so
      * is one drawn on an account under KYC debit restriction
      * (COMPLIANCE_STATUS KYC) until the holder's review is recorded.
      * One drawn on a loan account (on CBS_LOAN) is never paid: the
      * account's overdraft is the loan facility, and CBSTXNP refuses
      * the same debit. It is skipped with its NEXT_RUN_DATE kept, and
      * the branch moves the instruction to the repayment account.
      * An account frozen for a deceased holder (DECD, see TCSCBRVM)
      * is a definitive state like HOLD, and its instruction is
      * suspended - TCSCBRVM suspends them at notification, this
      * catches one reinstated since.
      *
      * Because each instruction's debit is posted before the next
      * instruction is read, and every instruction re-reads its
      * account, two instructions on the same account are each priced
      * against what the other has left - together they cannot take
      * the account past its available balance. A payment the
      * payments system later bounces is credited back by CBSPAYAK.
      *
      * The PREDJOBS control card lists the programs that must have
      * completed cleanly on BATCH_RUN_LOG for the same business date
      * before this one may start (CBSFXLD first - this run has been
       01 WS-DUE-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PAID-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SUSPENDED-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-UNFUNDED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-UNFUNDED-COUNT-DISPLAY    PIC ZZZ,ZZZ,ZZ9.
       01 WS-DEBIT-HEADROOM            PIC S9(18) USAGE COMP VALUE 0.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
      * Debit posting work fields - see POST-INSTRUCTION-DEBIT.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-POST-REF                  PIC X(16) VALUE SPACES.
       01 WS-POST-INSTR-ID             PIC 9(9) VALUE 0.
       01 WS-POST-SWITCH               PIC X VALUE 'N'.
          88 WS-DEBIT-POSTED           VALUE 'Y'.
      * Non-zero while the account carries an ACTIVE CBS_TERM_DEPOSIT
      * row - the deposit's principal is locked until maturity.
       01 WS-TERM-LOCK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
      * Non-zero when the account is a loan account, which standing
      * instructions may not draw on.
       01 WS-LOAN-LOCK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PAID-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-SUSP-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
      * Raw frequency-advanced date and its roll onto the next
          05 WK-INSTR-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-INSTR-SUSPENDED       PIC X(10) VALUE 'SUSPENDED'.
          05 WK-COMPLIANCE-HOLD       PIC X(5) VALUE 'HOLD'.
          05 WK-COMPLIANCE-KYC        PIC X(5) VALUE 'KYC'.
          05 WK-COMPLIANCE-DECD       PIC X(5) VALUE 'DECD'.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-STND-INSTR.
      ******************************************************************
      * PATH : .../Cobol Include/CBSTXNH.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCBS-ACCT-TXN-HIST.
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
             INCLUDE CBSSTIN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             DECLARE DUEINSTRCSR CURSOR FOR
                SELECT INSTR_ID, ACCOUNT_NUMBER, FREQUENCY, AMOUNT,
             WS-PAID-COUNT-DISPLAY.
           DISPLAY '(CBSSIEXE) INSTRUCTIONS SUSPENDED: '
             WS-SUSP-COUNT-DISPLAY.
           MOVE WS-UNFUNDED-COUNT  TO WS-UNFUNDED-COUNT-DISPLAY.
           DISPLAY '(CBSSIEXE) UNPAID - NO FUNDS:      '
             WS-UNFUNDED-COUNT-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           CLOSE PAYMENT-FILE.
       EXECUTE-ONE-INSTRUCTION.
           MOVE SI-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS, COMPLIANCE_STATUS,
                       LEDGER_BALANCE, OVERDRAFT_LIMIT, CURRENCY,
                       UPD_TIMESTAMP
                  INTO :H1-ACCOUNT-STATUS, :H1-COMPLIANCE-STATUS,
                       :H1-LEDGER-BALANCE, :H1-OVERDRAFT-LIMIT,
                       :H1-CURRENCY, :H1-UPD-TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
      * Only a definitive state suspends the instruction: the account
      * is gone (SQLCODE 100), not ACTIVE, on compliance HOLD, or
      * frozen because its holder has died (DECD). A
      * KYC debit restriction is temporary, and a transient DB2 error
      * (deadlock, resource unavailable) leaves the instruction
      * untouched, so the next run simply retries it.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 PERFORM SUSPEND-INSTRUCTION
                 PERFORM SUSPEND-INSTRUCTION
              WHEN H1-COMPLIANCE-STATUS = WK-COMPLIANCE-HOLD
                 PERFORM SUSPEND-INSTRUCTION
              WHEN H1-COMPLIANCE-STATUS = WK-COMPLIANCE-DECD
                 PERFORM SUSPEND-INSTRUCTION
              WHEN H1-COMPLIANCE-STATUS = WK-COMPLIANCE-KYC
                 ADD 1 TO WS-UNFUNDED-COUNT
                 DISPLAY '(CBSSIEXE) DEBITS RESTRICTED - KYC REVIEW -'
                   ' NOT PAID. ID=' SI-INSTR-ID
              WHEN OTHER
                 PERFORM PAY-IF-FUNDED
           END-EVALUATE.

      ******************************************************************
      * PAY-IF-FUNDED measures the instruction against the account's
      * available balance - LEDGER_BALANCE plus the arranged
      * OVERDRAFT_LIMIT, less the ACTIVE CBS_ACCT_HOLD amounts. An
      * unfunded instruction is not paid and keeps its NEXT_RUN_DATE
      * so the next run retries it; so is one drawn on an account
      * whose term deposit has not matured, or on a loan account. A
      * failed hold, deposit or loan lookup is treated the same way,
      * like any other transient DB2 error here. A funded
      * instruction's debit is posted before the payment record is
      * written; one whose posting fails is not paid either, and keeps
      * its NEXT_RUN_DATE.
       PAY-IF-FUNDED.
           PERFORM FETCH-HELD-AMOUNT.
           IF SQLCODE = 0
              PERFORM FETCH-TERM-LOCK
           END-IF.
           IF SQLCODE = 0
              PERFORM FETCH-LOAN-LOCK
           END-IF.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY '(CBSSIEXE) HOLD/DEPOSIT/LOAN LOOKUP FAILED.'
                   ' ID=' SI-INSTR-ID ' SQLCODE=' SQLCODE
              WHEN WS-TERM-LOCK-COUNT > 0
                 ADD 1 TO WS-UNFUNDED-COUNT
                 DISPLAY '(CBSSIEXE) TERM DEPOSIT NOT MATURED -'
                   ' NOT PAID. ID=' SI-INSTR-ID
              WHEN WS-LOAN-LOCK-COUNT > 0
                 ADD 1 TO WS-UNFUNDED-COUNT
                 DISPLAY '(CBSSIEXE) DEBITS REFUSED - LOAN ACCOUNT -'
                   ' NOT PAID. ID=' SI-INSTR-ID
              WHEN OTHER
                 COMPUTE WS-DEBIT-HEADROOM =
                         H1-LEDGER-BALANCE + H1-OVERDRAFT-LIMIT
                         - WS-HELD-AMOUNT
                 IF SI-AMOUNT > WS-DEBIT-HEADROOM
                    ADD 1 TO WS-UNFUNDED-COUNT
                    DISPLAY '(CBSSIEXE) INSUFFICIENT FUNDS - NOT PAID.'
                      ' ID=' SI-INSTR-ID
                 ELSE
                    PERFORM POST-INSTRUCTION-DEBIT
                    IF WS-DEBIT-POSTED
                       PERFORM EMIT-PAYMENT-RECORD
                       PERFORM ADVANCE-NEXT-RUN-DATE
                    END-IF
                 END-IF
           END-EVALUATE.

      ******************************************************************
       FETCH-HELD-AMOUNT.
           MOVE 0 TO WS-HELD-AMOUNT.
           EXEC SQL
                SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                  INTO :WS-HELD-AMOUNT
                  FROM CBS_ACCT_HOLD
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND HOLD_STATUS = :WK-HOLD-ACTIVE
           END-EXEC.

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

      ******************************************************************
      * FETCH-LOAN-LOCK counts the CBS_LOAN rows for the account - its
      * overdraft is the loan facility, not spending money.
       FETCH-LOAN-LOCK.
           MOVE 0 TO WS-LOAN-LOCK-COUNT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LOAN-LOCK-COUNT
                  FROM CBS_LOAN
                 WHERE LOAN_ACCOUNT = :H1-ACCOUNT-NUMBER
           END-EXEC.

      ******************************************************************
      * POST-INSTRUCTION-DEBIT takes the instruction amount off
      * LEDGER_BALANCE under the UPD_TIMESTAMP concurrency check, the
      * CBSINTFE/CBSLNARR posting discipline, and records it as an
      * accepted 'D' row on CBS_ACCT_TXN_HIST referenced 'SIP', the
      * nine-digit instruction id and the MMDD of the business date -
      * unique per execution, so CBSTXREV can find the one debit it is
      * asked to reverse on a recurring instruction. A history row
      * that cannot be written puts the balance back, so the ledger
      * never moves without its posting row.
       POST-INSTRUCTION-DEBIT.
           MOVE 'N' TO WS-POST-SWITCH.
           COMPUTE WS-NEW-BALANCE =
                   H1-LEDGER-BALANCE - SI-AMOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                       LAST_ACTIVITY_DATE = :WS-BUSINESS-DATE ,
                       UPD_USERID = :WK-EXEC-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSSIEXE) DEBIT NOT POSTED - NOT PAID. ID='
                SI-INSTR-ID ' SQLCODE=' SQLCODE
           ELSE
              PERFORM INSERT-TXN-HIST-ROW
              IF SQLCODE = 0
                 SET WS-DEBIT-POSTED TO TRUE
              ELSE
                 DISPLAY '(CBSSIEXE) HISTORY INSERT FAILED - NOT PAID.'
                   ' ID=' SI-INSTR-ID ' SQLCODE=' SQLCODE
                 EXEC SQL
                      UPDATE CBS_ACCT_MSTR_DTL
                         SET LEDGER_BALANCE = :H1-LEDGER-BALANCE
                       WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                 END-EXEC
              END-IF
           END-IF.

      ******************************************************************
       INSERT-TXN-HIST-ROW.
           MOVE SPACES TO WS-POST-REF.
           MOVE SI-INSTR-ID TO WS-POST-INSTR-ID.
           STRING 'SIP' WS-POST-INSTR-ID
                   WS-BUSINESS-DATE(6:2) WS-BUSINESS-DATE(9:2)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE 'D'               TO TX-TXN-TYPE.
           MOVE SI-AMOUNT         TO TX-TXN-AMOUNT.
           MOVE H1-CURRENCY       TO TX-CURRENCY.
           MOVE WS-BUSINESS-DATE  TO TX-VALUE-DATE.
           MOVE WS-POST-REF       TO TX-TXN-REF.
           MOVE 'A'               TO TX-DISPOSITION.
           MOVE SPACES            TO TX-REJECT-REASON.
           MOVE WK-EXEC-USERID    TO TX-POST-USERID.
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

      ******************************************************************
       EMIT-PAYMENT-RECORD.
           MOVE SI-INSTR-ID       TO PY-INSTR-ID.
