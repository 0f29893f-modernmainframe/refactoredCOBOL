      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSTDMAT
      ******************************************************************
      * Nightly term-deposit maturity run. CBSACOP opens a fixed-term
      * deposit with a CBS_TERM_DEPOSIT row carrying its principal,
      * term, fixed rate and maturity instruction, and every debit
      * path refuses a debit against the account while that row is
      * ACTIVE. This selects every ACTIVE deposit whose MATURITY_DATE
      * has arrived on the BUSDATE business date and, for each:
      *
      *  1. credits the term's interest - the principal (or the
      *     balance actually placed, if less) at FIXED_RATE_PCT for
      *     TERM_MONTHS, rounded to a whole unit - through the same
      *     CBS_ACCT_TXN_HIST discipline CBSINTFE applies to its
      *     month-end interest: balance/activity update under the
      *     UPD_TIMESTAMP check and a history row accepted or
      *     rejected. The generated TXN_REF ('TDI' plus the maturity
      *     date) is checked against accepted history first, so a
      *     rerun night never pays the term's interest twice;
      *
      *  2. then acts on MATURITY_INSTR:
      *     'R' rolls the whole balance over as the new principal for
      *         another term at the same rate, the new term starting
      *         on the old maturity date, and the deposit stays
      *         ACTIVE;
      *     'P' marks the deposit MATURED - which releases the debit
      *         lock - and emits one CBSTXNR transfer of the balance
      *         to PAYOUT_ACCOUNT on TDMATTXN, for operations to feed
      *         through CBSTXNP like LGPRMCOL's PREMTXN, so the payout
      *         gets the normal transfer edits and both legs post or
      *         neither does. Its TR-TXN-REF ('TDP' plus the maturity
      *         date) makes a re-emitted record harmless.
      *
      * Each rollover or payout is written to CBS_ACCT_AUDIT_LOG with
      * the account's unchanged status in both columns, the CBSACMNT
      * convention for non-status changes. A deposit whose interest
      * posting is rejected (account no longer ACTIVE, or changed
      * under us) is left ACTIVE and comes up again the next night.
      * The interest, the deposit update and its audit row share a
      * unit of work committed on the usual interval. Without a
      * processing-calendar card the run refuses to start, as
      * CBSINTFE does, rather than mature deposits on the wrong day.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSTDMAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MATURITY-TXN-FILE ASSIGN TO TDMATTXN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS MATFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MATURITY-TXN-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 MATURITY-TXN-REC.
           COPY CBSTXNR.
      * PATH : .../Cobol Include/CBSTXNR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 TR-ACCOUNT-NUMBER           PIC 9(18).
      *    05 TR-TXN-TYPE                 PIC X(1).
      *    05 TR-TXN-AMOUNT               PIC 9(9).
      *    05 TR-CURRENCY                 PIC X(3).
      *    05 TR-VALUE-DATE               PIC X(10).
      *    05 TR-CONTRA-ACCOUNT           PIC 9(18).
      *    05 TR-TXN-REF                  PIC X(16).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 MATFILE-STATUS               PIC X(02) VALUE SPACES.
          88 MATFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-ACCEPT-SWITCH             PIC X VALUE 'N'.
          88 WS-POSTING-ACCEPTED       VALUE 'Y'.
       01 WS-POSTED-SWITCH             PIC X VALUE 'N'.
          88 WS-ALREADY-POSTED         VALUE 'Y'.
       01 WS-REJECT-REASON             PIC X(50).
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-POST-AMOUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-POST-REF                  PIC X(16) VALUE SPACES.
       01 WS-DUP-REF-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
      * Interest is earned on the principal, or on the balance
      * actually placed when the deposit was never fully funded.
       01 WS-INTEREST-BASE             PIC S9(18) USAGE COMP VALUE 0.
       01 WS-NEW-MATURITY-DATE         PIC X(10) VALUE SPACES.
       01 WS-PAYOUT-DISPLAY            PIC 9(18).
      * Largest amount the 9(9) CBSTXNR amount field can carry.
       01 WK-MAX-POST-AMOUNT           PIC S9(18) USAGE COMP
          VALUE 999999999.
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-INTEREST-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ROLLED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PAIDOUT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FAILED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-INTEREST-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-ROLLED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
       01 WS-PAIDOUT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-FAILED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
      * Every WK-COMMIT-INTERVAL deposits, a COMMIT closes out the
      * unit of work, the CBSINTFE interval pattern.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
       01 WK-CONSTANTS.
          05 WK-MAT-USERID            PIC X(10) VALUE 'CBSTDMAT'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-MATURED       PIC X(10) VALUE 'MATURED'.
          05 WK-INSTR-ROLLOVER        PIC X(1) VALUE 'R'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSTDEP.cpy / CBSTXNH
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-TERM-DEPOSIT.
      *01  DCLCBS-ACCT-TXN-HIST.  01 DCLCBS-ACCT-AUDIT-LOG.
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
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTDEP
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * WITH HOLD keeps the cursor open across the interval COMMITs,
      * the CBSBRMRG precedent.
           EXEC SQL
             DECLARE TDMATCSR CURSOR WITH HOLD FOR
                SELECT ACCOUNT_NUMBER, PRINCIPAL, TERM_MONTHS,
                       FIXED_RATE_PCT, MATURITY_DATE, MATURITY_INSTR,
                       PAYOUT_ACCOUNT
                  FROM CBS_TERM_DEPOSIT
                 WHERE DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE
                   AND MATURITY_DATE <= :WS-BUSINESS-DATE
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           OPEN OUTPUT MATURITY-TXN-FILE
           IF NOT MATFILE-STATUS-OK
              DISPLAY 'ERROR OPENING MATURITY TXN FILE. STATUS='
                MATFILE-STATUS
              STOP RUN
           END-IF.

           EXEC SQL
                OPEN TDMATCSR
           END-EXEC.
           PERFORM FETCH-NEXT-MATURED-DEPOSIT.
           PERFORM UNTIL WS-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM MATURE-ONE-DEPOSIT
              PERFORM FETCH-NEXT-MATURED-DEPOSIT
           END-PERFORM.
           EXEC SQL
                CLOSE TDMATCSR
           END-EXEC.
           CLOSE MATURITY-TXN-FILE.
           IF WS-COMMIT-TALLY > 0
              PERFORM COMMIT-MATURITIES
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

           MOVE WS-READ-COUNT     TO WS-READ-COUNT-DISPLAY.
           MOVE WS-INTEREST-COUNT TO WS-INTEREST-DISPLAY.
           MOVE WS-ROLLED-COUNT   TO WS-ROLLED-DISPLAY.
           MOVE WS-PAIDOUT-COUNT  TO WS-PAIDOUT-DISPLAY.
           MOVE WS-FAILED-COUNT   TO WS-FAILED-DISPLAY.
           DISPLAY '(CBSTDMAT) DEPOSITS MATURING:  '
             WS-READ-COUNT-DISPLAY.
           DISPLAY '(CBSTDMAT) INTEREST CREDITED:  '
             WS-INTEREST-DISPLAY.
           DISPLAY '(CBSTDMAT) ROLLED OVER:        '
             WS-ROLLED-DISPLAY.
           DISPLAY '(CBSTDMAT) PAYOUTS EMITTED:    '
             WS-PAIDOUT-DISPLAY.
           DISPLAY '(CBSTDMAT) LEFT FOR RETRY:     '
             WS-FAILED-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card. The
      * maturity run has no sensible fallback date - without a card it
      * refuses to run rather than maturing deposits on the wrong day.
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
              DISPLAY '(CBSTDMAT) NO PROCESSING-CALENDAR CARD -'
                ' MATURITY RUN SKIPPED'
              STOP RUN
           END-IF.

      ******************************************************************
       FETCH-NEXT-MATURED-DEPOSIT.
           EXEC SQL
                FETCH TDMATCSR
                 INTO :TD-ACCOUNT-NUMBER, :TD-PRINCIPAL,
                      :TD-TERM-MONTHS, :TD-FIXED-RATE-PCT,
                      :TD-MATURITY-DATE, :TD-MATURITY-INSTR,
                      :TD-PAYOUT-ACCOUNT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSTDMAT) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * MATURE-ONE-DEPOSIT credits the term's interest and, only once
      * that has posted (now or on an earlier night), re-reads the
      * account for the balance it produced and carries out the
      * maturity instruction against it.
       MATURE-ONE-DEPOSIT.
           MOVE TD-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           PERFORM POST-MATURITY-INTEREST.
           IF WS-REJECT-REASON = SPACES
              PERFORM FETCH-ACCOUNT-FOR-POSTING
           END-IF.
           IF WS-REJECT-REASON = SPACES
              EVALUATE TRUE
                 WHEN TD-MATURITY-INSTR = WK-INSTR-ROLLOVER
                    PERFORM ROLL-DEPOSIT-OVER
                 WHEN H1-LEDGER-BALANCE > WK-MAX-POST-AMOUNT
                    MOVE 'BALANCE EXCEEDS POSTING FORMAT - PAY BY HAND'
                      TO WS-REJECT-REASON
                 WHEN OTHER
                    PERFORM PAY-DEPOSIT-OUT
              END-EVALUATE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(CBSTDMAT) DEPOSIT NOT MATURED. ACCT='
                TD-ACCOUNT-NUMBER ' REASON=' WS-REJECT-REASON
           END-IF.
           ADD 1 TO WS-COMMIT-TALLY.
           IF WS-COMMIT-TALLY >= WK-COMMIT-INTERVAL
              PERFORM COMMIT-MATURITIES
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

      ******************************************************************
      * POST-MATURITY-INTEREST pays simple interest for the whole
      * term at the fixed rate. A zero result posts nothing; a
      * reference already accepted against the account means an
      * earlier night got this far and the interest is not paid
      * again.
       POST-MATURITY-INTEREST.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-POST-REF.
           STRING 'TDI' TD-MATURITY-DATE
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF NOT WS-ALREADY-POSTED
              PERFORM FETCH-ACCOUNT-FOR-POSTING
              IF WS-REJECT-REASON = SPACES
                 MOVE TD-PRINCIPAL TO WS-INTEREST-BASE
                 IF H1-LEDGER-BALANCE < WS-INTEREST-BASE
                    MOVE H1-LEDGER-BALANCE TO WS-INTEREST-BASE
                 END-IF
                 IF WS-INTEREST-BASE < 0
                    MOVE 0 TO WS-INTEREST-BASE
                 END-IF
                 COMPUTE WS-POST-AMOUNT ROUNDED =
                         WS-INTEREST-BASE * TD-FIXED-RATE-PCT
                         * TD-TERM-MONTHS / 1200
                 IF WS-POST-AMOUNT > 0
                    PERFORM POST-INTEREST-CREDIT
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-ALREADY-POSTED is CBSINTFE's rerun guard: an accepted
      * history row for the generated reference means the interest
      * has already been paid.
       CHECK-ALREADY-POSTED.
           MOVE 'N' TO WS-POSTED-SWITCH.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE WS-POST-REF       TO TX-TXN-REF.
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
                 MOVE 'DUPLICATE-REF CHECK FAILED' TO WS-REJECT-REASON
                 DISPLAY '(CBSTDMAT) DUPLICATE-REF CHECK FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-DUP-REF-COUNT > 0
                 SET WS-ALREADY-POSTED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * FETCH-ACCOUNT-FOR-POSTING re-reads the deposit account's
      * current state - the maturity instruction must see the balance
      * and UPD_TIMESTAMP the interest posting just produced.
       FETCH-ACCOUNT-FOR-POSTING.
           EXEC SQL
                SELECT ACCOUNT_STATUS, LEDGER_BALANCE, CURRENCY,
                       UPD_TIMESTAMP
                  INTO :H1-ACCOUNT-STATUS, :H1-LEDGER-BALANCE,
                       :H1-CURRENCY, :H1-UPD-TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSTDMAT) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * POST-INTEREST-CREDIT applies the interest under the
      * UPD_TIMESTAMP concurrency check and writes the history row,
      * accepted or rejected. Only an ACTIVE account is credited; the
      * payment limit does not apply to the bank's own interest.
       POST-INTEREST-CREDIT.
           MOVE 'N' TO WS-ACCEPT-SWITCH.
           IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
              MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
           ELSE
              PERFORM APPLY-INTEREST-TO-MASTER
           END-IF.
           IF WS-REJECT-REASON = SPACES
              SET WS-POSTING-ACCEPTED TO TRUE
              ADD 1 TO WS-INTEREST-COUNT
           END-IF.
           PERFORM INSERT-TXN-HIST-ROW.

      ******************************************************************
       APPLY-INTEREST-TO-MASTER.
           COMPUTE WS-NEW-BALANCE =
                   H1-LEDGER-BALANCE + WS-POST-AMOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                       LAST_ACTIVITY_DATE = :WS-BUSINESS-DATE ,
                       UPD_USERID = :WK-MAT-USERID ,
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
              WHEN OTHER
                 MOVE 'BALANCE UPDATE FAILED' TO WS-REJECT-REASON
                 DISPLAY '(CBSTDMAT) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-TXN-HIST-ROW.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE 'C'               TO TX-TXN-TYPE.
           MOVE WS-POST-AMOUNT    TO TX-TXN-AMOUNT.
           MOVE H1-CURRENCY       TO TX-CURRENCY.
           MOVE WS-BUSINESS-DATE  TO TX-VALUE-DATE.
           MOVE WS-POST-REF       TO TX-TXN-REF.
           IF WS-POSTING-ACCEPTED
              MOVE 'A' TO TX-DISPOSITION
           ELSE
              MOVE 'R' TO TX-DISPOSITION
           END-IF.
           MOVE WS-REJECT-REASON  TO TX-REJECT-REASON.
           MOVE WK-MAT-USERID     TO TX-POST-USERID.
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
           IF SQLCODE NOT = 0
              DISPLAY '(CBSTDMAT) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * ROLL-DEPOSIT-OVER starts the next term on the old maturity
      * date with the whole balance - principal plus the interest
      * just credited - as the new principal. DB2 computes the new
      * maturity date from TERM_MONTHS. The ACTIVE predicate makes a
      * deposit broken in the meantime a no-op.
       ROLL-DEPOSIT-OVER.
           EXEC SQL
                SELECT DATE(:TD-MATURITY-DATE) + :TD-TERM-MONTHS MONTHS
                  INTO :WS-NEW-MATURITY-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'MATURITY DATE CALCULATION FAILED'
                TO WS-REJECT-REASON
              DISPLAY '(CBSTDMAT) DATE CALC FAILED. SQLCODE=' SQLCODE
           ELSE
              MOVE H1-LEDGER-BALANCE TO TD-PRINCIPAL
              EXEC SQL
                   UPDATE CBS_TERM_DEPOSIT
                      SET PRINCIPAL = :TD-PRINCIPAL ,
                          START_DATE = :TD-MATURITY-DATE ,
                          MATURITY_DATE = :WS-NEW-MATURITY-DATE ,
                          UPD_USERID = :WK-MAT-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :TD-ACCOUNT-NUMBER
                      AND DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    ADD 1 TO WS-ROLLED-COUNT
                    MOVE SPACES TO WS-AUDIT-REASON
                    STRING 'TERM DEPOSIT ROLLED OVER TO '
                            WS-NEW-MATURITY-DATE
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-REASON
                    END-STRING
                    PERFORM INSERT-MATURITY-AUDIT-ROW
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    MOVE 'DEPOSIT UPDATE FAILED' TO WS-REJECT-REASON
                    DISPLAY '(CBSTDMAT) DEPOSIT UPDATE FAILED.'
                      ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * PAY-DEPOSIT-OUT closes the deposit as MATURED - lifting the
      * debit lock before CBSTXNP sees the payout - and emits the
      * transfer of the whole balance to the payout account. An
      * account with nothing in it matures with no transfer. One whose
      * balance will not fit the CBSTXNR amount never gets here - it
      * is left ACTIVE and reported for operations to pay out by
      * hand, the CBSESCHT rule.
       PAY-DEPOSIT-OUT.
           EXEC SQL
                UPDATE CBS_TERM_DEPOSIT
                   SET DEPOSIT_STATUS = :WK-DEPOSIT-MATURED ,
                       UPD_USERID = :WK-MAT-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :TD-ACCOUNT-NUMBER
                   AND DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF H1-LEDGER-BALANCE > 0
                    PERFORM EMIT-PAYOUT-TRANSFER
                 END-IF
                 ADD 1 TO WS-PAIDOUT-COUNT
                 MOVE TD-PAYOUT-ACCOUNT TO WS-PAYOUT-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'TERM DEPOSIT MATURED - PAID TO '
                         WS-PAYOUT-DISPLAY
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-MATURITY-AUDIT-ROW
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE 'DEPOSIT UPDATE FAILED' TO WS-REJECT-REASON
                 DISPLAY '(CBSTDMAT) DEPOSIT UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       EMIT-PAYOUT-TRANSFER.
           MOVE SPACES             TO MATURITY-TXN-REC.
           MOVE TD-ACCOUNT-NUMBER  TO TR-ACCOUNT-NUMBER.
           MOVE 'T'                TO TR-TXN-TYPE.
           MOVE H1-LEDGER-BALANCE  TO TR-TXN-AMOUNT.
           MOVE H1-CURRENCY        TO TR-CURRENCY.
           MOVE WS-BUSINESS-DATE   TO TR-VALUE-DATE.
           MOVE TD-PAYOUT-ACCOUNT  TO TR-CONTRA-ACCOUNT.
           MOVE SPACES             TO TR-TXN-REF.
           STRING 'TDP' TD-MATURITY-DATE
                   DELIMITED BY SIZE
                   INTO TR-TXN-REF
           END-STRING.
           WRITE MATURITY-TXN-REC.
           IF NOT MATFILE-STATUS-OK
              DISPLAY 'ERROR WRITING MATURITY TXN FILE. ACCT='
                TD-ACCOUNT-NUMBER
           END-IF.

      ******************************************************************
      * INSERT-MATURITY-AUDIT-ROW records the rollover or payout with
      * old and new status both the account's unchanged status, the
      * CBSACMNT convention for non-status changes.
       INSERT-MATURITY-AUDIT-ROW.
           MOVE TD-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE WK-MAT-USERID     TO AU-UPD-USERID.
           MOVE WS-AUDIT-REASON   TO AU-REASON.
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
              DISPLAY '(CBSTDMAT) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       COMMIT-MATURITIES.
           EXEC SQL
                COMMIT
           END-EXEC.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSTDMAT' TO RL-PROGRAM-NAME.
           EXEC SQL
                SELECT CURRENT TIMESTAMP, CURRENT DATE
                  INTO :RL-START-TIMESTAMP, :RL-BUSINESS-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF WS-BUSINESS-DATE NOT = SPACES
              MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           END-IF.
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
              DISPLAY '(CBSTDMAT) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the final counts and return code.
       WRITE-RUN-LOG-END.
           MOVE WS-READ-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-UPDATED =
                   WS-ROLLED-COUNT + WS-PAIDOUT-COUNT.
           MOVE WS-FAILED-COUNT TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSTDMAT) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
