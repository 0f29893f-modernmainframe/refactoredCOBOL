      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCESTB
      ******************************************************************
      * Estate settlement. TCSCBRVM records a death, freezes the
      * deceased's sole accounts (COMPLIANCE_STATUS DECD) and, once
      * probate has been seen, releases the estate (CUST_BEREAVEMENT
      * state 'R'). This batch, run on the BUSDATE business date,
      * settles every released estate:
      *
      *  - An estate is held back, and listed on ESTRPT with the
      *    reason, while any sole account (ACTIVE or DORMANT) is on
      *    compliance HOLD, is overdrawn (an overdraft or a loan
      *    balance is a debt of the estate, settled by hand), has an
      *    ACTIVE CBS_ACCT_HOLD or an ACTIVE term deposit against it,
      *    or carries a balance the CBS_ACCT_TXN_HIST posting format
      *    cannot hold; while the deceased is still a holder of a
      *    joint account (the branch takes them off through CBSAPMNT
      *    and the survivors keep it); or when it has more positive
      *    balances than one executor payment run carries.
      *
      *  - Otherwise, as one unit of work per estate: every positive
      *    sole-account balance is paid out - LEDGER_BALANCE to zero
      *    under the UPD_TIMESTAMP check, an accepted 'D' movement
      *    row and a CBS_ACCT_AUDIT_LOG row, the CBSESCHT pattern -
      *    PAYMENT_LIMIT and OVERDRAFT_LIMIT are withdrawn on every
      *    sole account as CBSACCLS withdraws them at closure, so
      *    CBSBSDG's outstanding-limit check does not refuse the
      *    close, the standing instructions and premium mandates on
      *    those accounts are CANCELLED, and AMOUNT_PAID on the
      *    bereavement is increased. An account changed under the
      *    run backs the estate out until the next run. Once
      *    committed, one EXECPAY payment record per account goes to
      *    operations to pay the executor at the address on the
      *    bereavement.
      *
      *  - The customer is then closed through the normal close path:
      *    TCSCUSC1's L-TRANS-CLOSE with L-CLOSE-CASCADE, which
      *    deregisters the now-empty ACTIVE accounts through CBSBSDG
      *    (TCSCUSC1 writes its own OUTFILE audit record). The
      *    close runs under this job's own user id, which holds the
      *    close entitlement like any staff operator. A close
      *    that path refuses - CBSBSDG's outstanding payment limit or
      *    dual-control approval, say - leaves the estate in state
      *    'R' and is listed; the next run pays nothing more and
      *    retries the close. A closed customer's estate goes to
      *    state 'S' settled with the business date.
      *
      * Each estate is read afresh by CUID rather than from an open
      * cursor, since the close path's own ROLLBACK on a refusal
      * would close even a WITH HOLD cursor. A DB2 failure abandons
      * the run with RC 8 after rolling back the estate in hand. The
      * run is logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCESTB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYMENT-FILE ASSIGN TO EXECPAY
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PAYFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO ESTRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The executor payment record: one per account balance paid
      * out, for operations to pay to the executor.
       FD PAYMENT-FILE
            RECORD CONTAINS 380
            RECORDING MODE IS F.

       01 PAYMENT-FILEREC.
          05 EP-CUID                   PIC 9(9).
          05 EP-ACCOUNT-NUMBER         PIC 9(18).
          05 EP-CURRENCY               PIC X(3).
          05 EP-PAY-AMOUNT             PIC 9(18).
          05 EP-PAY-DATE               PIC X(10).
          05 EP-PAY-REF                PIC X(16).
          05 EP-DECEASED-NAME          PIC X(60).
          05 EP-EXECUTOR-NAME          PIC X(60).
          05 EP-EXECUTOR-ADDRESS       PIC X(180).
          05 FILLER                    PIC X(6).

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
       01 PAYFILE-STATUS               PIC X(02) VALUE SPACES.
          88 PAYFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-ESTATE-EOF-SWITCH         PIC X VALUE 'N'.
          88 WS-NO-MORE-ESTATES        VALUE 'Y'.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
       01 WS-ESTATE-SWITCH             PIC X VALUE 'Y'.
          88 WS-ESTATE-OK              VALUE 'Y'.
          88 WS-ESTATE-CHANGED         VALUE 'C'.
       01 WS-LAST-CUID                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DECEASED-NAME             PIC X(60).
       01 WS-BLOCK-REASON              PIC X(50).
       01 WS-RESULT-TEXT               PIC X(60).
       01 WS-POST-REF                  PIC X(16).
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-CUID-DISPLAY              PIC 9(9).
      * Sole-account conditions that hold an estate back - see
      * CHECK-ESTATE-BLOCKERS.
       01 WS-COMPLIANCE-HOLD-COUNT     PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DEBT-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-OVERSIZE-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FUNDS-HELD-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TERM-LOCK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PAYABLE-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-JOINT-COUNT               PIC S9(9) USAGE COMP VALUE 0.
      * The estate's payouts, written to EXECPAY once committed.
       01 WS-PAY-COUNT                 PIC S9(4) USAGE COMP VALUE 0.
       01 WS-PAY-IDX                   PIC S9(4) USAGE COMP VALUE 0.
       01 WS-PAY-TABLE.
          05 WS-PAY-ENTRY OCCURS 50 TIMES.
             10 WS-PAY-ACCOUNT         PIC S9(18) USAGE COMP.
             10 WS-PAY-CURRENCY        PIC X(3).
             10 WS-PAY-AMOUNT          PIC S9(18) USAGE COMP.
       01 WS-ESTATE-PAID               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-ESTATE-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SETTLED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-BACK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CLOSE-REFUSED-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACCT-PAID-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-PAID                PIC S9(18) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-BATCH-USERID          PIC X(10) VALUE 'TCSCESTB'.
          05 WK-STATE-RELEASED        PIC X(1) VALUE 'R'.
          05 WK-STATE-SETTLED         PIC X(1) VALUE 'S'.
          05 WK-COMPLIANCE-HOLD       PIC X(5) VALUE 'HOLD'.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-INSTR-CANCELLED       PIC X(10) VALUE 'CANCELLED'.
          05 WK-CASCADE-CLOSE         PIC X(1) VALUE 'Y'.
          05 WK-MAX-PAY-ACCOUNTS      PIC S9(4) USAGE COMP VALUE 50.
          05 WK-ABANDON-RC            PIC S9(4) VALUE 8.
          05 WK-PAYOUT-REASON         PIC X(50)
             VALUE 'ESTATE SETTLED - BALANCE PAID TO EXECUTOR'.
      * The largest balance the CBS_ACCT_TXN_HIST posting format
      * (TXN_AMOUNT, nine digits) can carry - the CBSESCHT limit.
       01 WK-MAX-POST-AMOUNT           PIC S9(18) USAGE COMP
          VALUE 999999999.
      ******************************************************************
       COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      *    10 ACCT-STATUS-DORMANT   PIC X(10) VALUE 'DORMANT'.
      *    10 CUST-STATUS-CLOSED    PIC X(1)  VALUE 'C'.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER-COPY.
           COPY LCUST.
      * PATH : .../Cobol Include/LCUST
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 L-TRANS-CODE               PIC X.
      *    10 L-CUSTOMER-ID              PIC S9(9) USAGE COMP.
      *    10 L-CUSTOMER-STATUS          PIC X.
      *    10 L-CUSTOMER-REASON          PIC X(60).
      *    10 L-CLOSE-MODE               PIC X.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTBRV / CBSMST / CBSAUDIT
      *        CBSTXNH / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-BEREAVEMENT.
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-AUDIT-LOG.
      *01  DCLCBS-ACCT-TXN-HIST.  01 DCLBATCH-RUN-LOG.
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
             INCLUDE CUSTBRV
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

      * The estate's sole accounts with a balance to pay out. Opened
      * and closed inside the estate's unit of work.
           EXEC SQL
             DECLARE PAYACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.CURRENCY, A.LEDGER_BALANCE,
                       A.ACCOUNT_STATUS, A.UPD_TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :BV-CUID
                   AND A.ACCOUNT_STATUS IN ( :ACCT-STATUS-ACTIVE ,
                                             :ACCT-STATUS-DORMANT )
                   AND A.LEDGER_BALANCE > 0
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID <> :BV-CUID
                            AND P.PARTY_STATUS = :WK-PARTY-ACTIVE )
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT PAYMENT-FILE
           IF NOT PAYFILE-STATUS-OK
              DISPLAY 'ERROR OPENING PAYMENT FILE. STATUS='
                PAYFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM FETCH-NEXT-ESTATE.
           PERFORM UNTIL WS-NO-MORE-ESTATES
              PERFORM SETTLE-ONE-ESTATE
              PERFORM FETCH-NEXT-ESTATE
           END-PERFORM.

           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE PAYMENT-FILE.
           CLOSE REPORT-FILE.
           PERFORM WRITE-RUN-LOG-END.
           MOVE WS-ESTATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCESTB) ESTATES RELEASED:      '
             WS-COUNT-DISPLAY.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCESTB) ESTATES SETTLED:       '
             WS-COUNT-DISPLAY.
           MOVE WS-HELD-BACK-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCESTB) ESTATES HELD BACK:     '
             WS-COUNT-DISPLAY.
           MOVE WS-CLOSE-REFUSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCESTB) CLOSES REFUSED:        '
             WS-COUNT-DISPLAY.
           MOVE WS-ACCT-PAID-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCESTB) ACCOUNTS PAID OUT:     '
             WS-COUNT-DISPLAY.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * run that pays money out refuses to guess its date.
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
              DISPLAY '(TCSCESTB) NO PROCESSING-CALENDAR CARD -'
                ' RUN REFUSED'
              MOVE WK-ABANDON-RC TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
      * FETCH-NEXT-ESTATE reads the released estate with the next
      * CUID above the last one worked - see the program header.
       FETCH-NEXT-ESTATE.
           MOVE WK-STATE-RELEASED TO BV-ESTATE-STATE.
           EXEC SQL
                SELECT B.CUID, B.EXECUTOR_NAME, B.EXECUTOR_ADDRESS,
                       C.CUSTNAME
                  INTO :BV-CUID, :BV-EXECUTOR-NAME,
                       :BV-EXECUTOR-ADDRESS, :WS-DECEASED-NAME
                  FROM CUST_BEREAVEMENT B, CUSTOMER C
                 WHERE C.CUID = B.CUID
                   AND B.ESTATE_STATE = :BV-ESTATE-STATE
                   AND B.CUID > :WS-LAST-CUID
                 ORDER BY B.CUID
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-ESTATE-COUNT
                 MOVE BV-CUID TO WS-LAST-CUID
              WHEN 100
                 SET WS-NO-MORE-ESTATES TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCESTB) ESTATE FETCH FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * SETTLE-ONE-ESTATE pays out and closes one released estate,
      * or lists why it cannot yet.
       SETTLE-ONE-ESTATE.
           PERFORM CHECK-ESTATE-BLOCKERS.
           IF WS-BLOCK-REASON NOT = SPACES
              ADD 1 TO WS-HELD-BACK-COUNT
              MOVE 0 TO WS-ESTATE-PAID
              MOVE 0 TO WS-PAY-COUNT
              MOVE SPACES TO WS-RESULT-TEXT
              STRING 'HELD BACK - ' WS-BLOCK-REASON
                      DELIMITED BY SIZE
                      INTO WS-RESULT-TEXT
              END-STRING
              PERFORM WRITE-ESTATE-LINE
           ELSE
              PERFORM PAY-OUT-ESTATE
              IF WS-ESTATE-OK
                 PERFORM CLOSE-ESTATE-CUSTOMER
              ELSE
                 ADD 1 TO WS-HELD-BACK-COUNT
                 MOVE 'HELD BACK - ACCOUNT CHANGED DURING RUN'
                   TO WS-RESULT-TEXT
                 PERFORM WRITE-ESTATE-LINE
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-ESTATE-BLOCKERS measures the deceased's sole accounts
      * and joint holdings against the conditions in the program
      * header. WS-BLOCK-REASON stays blank for an estate that can be
      * settled.
       CHECK-ESTATE-BLOCKERS.
           MOVE SPACES TO WS-BLOCK-REASON.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN A.COMPLIANCE_STATUS =
                                              :WK-COMPLIANCE-HOLD
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN A.LEDGER_BALANCE < 0
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN A.LEDGER_BALANCE >
                                              :WK-MAX-POST-AMOUNT
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN EXISTS
                                  ( SELECT 1 FROM CBS_ACCT_HOLD H
                                     WHERE H.ACCOUNT_NUMBER =
                                           A.ACCOUNT_NUMBER
                                       AND H.HOLD_STATUS =
                                           :WK-HOLD-ACTIVE )
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN EXISTS
                                  ( SELECT 1 FROM CBS_TERM_DEPOSIT D
                                     WHERE D.ACCOUNT_NUMBER =
                                           A.ACCOUNT_NUMBER
                                       AND D.DEPOSIT_STATUS =
                                           :WK-DEPOSIT-ACTIVE )
                                         THEN 1 ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN A.LEDGER_BALANCE > 0
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WS-COMPLIANCE-HOLD-COUNT, :WS-DEBT-COUNT,
                       :WS-OVERSIZE-COUNT, :WS-FUNDS-HELD-COUNT,
                       :WS-TERM-LOCK-COUNT, :WS-PAYABLE-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :BV-CUID
                   AND A.ACCOUNT_STATUS IN ( :ACCT-STATUS-ACTIVE ,
                                             :ACCT-STATUS-DORMANT )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID <> :BV-CUID
                            AND P.PARTY_STATUS = :WK-PARTY-ACTIVE )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCESTB) ACCOUNT CHECK FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-JOINT-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND ( A.CUSTOMER_ID = :BV-CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :BV-CUID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
                   AND ( A.CUSTOMER_ID <> :BV-CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY Q
                            WHERE Q.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND Q.CUID <> :BV-CUID
                              AND Q.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCESTB) JOINT COUNT FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           EVALUATE TRUE
              WHEN WS-COMPLIANCE-HOLD-COUNT > 0
                 MOVE 'ACCOUNT ON COMPLIANCE HOLD' TO WS-BLOCK-REASON
              WHEN WS-DEBT-COUNT > 0
                 MOVE 'ACCOUNT OVERDRAWN - DEBT OF THE ESTATE'
                   TO WS-BLOCK-REASON
              WHEN WS-FUNDS-HELD-COUNT > 0
                 MOVE 'FUNDS UNDER HOLD' TO WS-BLOCK-REASON
              WHEN WS-TERM-LOCK-COUNT > 0
                 MOVE 'TERM DEPOSIT NOT MATURED' TO WS-BLOCK-REASON
              WHEN WS-OVERSIZE-COUNT > 0
                 MOVE 'BALANCE EXCEEDS POSTING FORMAT'
                   TO WS-BLOCK-REASON
              WHEN WS-JOINT-COUNT > 0
                 MOVE 'STILL A JOINT ACCOUNT HOLDER' TO WS-BLOCK-REASON
              WHEN WS-PAYABLE-COUNT > WK-MAX-PAY-ACCOUNTS
                 MOVE 'TOO MANY ACCOUNTS - SETTLE BY HAND'
                   TO WS-BLOCK-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * PAY-OUT-ESTATE is the estate's unit of work: the balances
      * paid out, instructions and mandates cancelled, AMOUNT_PAID
      * increased. Committed whole, then the payment records are
      * written; an account changed under us rolls it all back.
       PAY-OUT-ESTATE.
           SET WS-ESTATE-OK TO TRUE.
           MOVE 0 TO WS-PAY-COUNT.
           MOVE 0 TO WS-ESTATE-PAID.
           MOVE BV-CUID TO WS-CUID-DISPLAY.
           MOVE SPACES TO WS-POST-REF.
           STRING 'EST' WS-CUID-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           MOVE WK-PAYOUT-REASON TO WS-AUDIT-REASON.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           EXEC SQL
                OPEN PAYACCTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCESTB) ACCOUNT CURSOR OPEN FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           PERFORM FETCH-NEXT-PAY-ACCOUNT.
           PERFORM UNTIL WS-ACCT-END-OF-CURSOR
              PERFORM PAY-ONE-ACCOUNT
              IF WS-ESTATE-OK
                 PERFORM FETCH-NEXT-PAY-ACCOUNT
              ELSE
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              END-IF
           END-PERFORM.
           EXEC SQL
                CLOSE PAYACCTCSR
           END-EXEC.
           IF WS-ESTATE-OK
              PERFORM WITHDRAW-IDLE-FACILITIES
              PERFORM CANCEL-ESTATE-INSTRUCTIONS
              PERFORM RECORD-AMOUNT-PAID
              EXEC SQL
                   COMMIT
              END-EXEC
              PERFORM WRITE-PAYMENT-RECORDS
           ELSE
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE 0 TO WS-PAY-COUNT
              MOVE 0 TO WS-ESTATE-PAID
           END-IF.

      ******************************************************************
       FETCH-NEXT-PAY-ACCOUNT.
           EXEC SQL
                FETCH PAYACCTCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-CURRENCY,
                      :H1-LEDGER-BALANCE, :H1-ACCOUNT-STATUS,
                      :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCESTB) ACCOUNT FETCH FAILED. CUID='
                   BV-CUID ' SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * PAY-ONE-ACCOUNT empties one account under the UPD_TIMESTAMP
      * check, withdraws its payment facility (the CBSACCLS
      * WITHDRAW-PAYMENT-FACILITY update) and records the payout.
       PAY-ONE-ACCOUNT.
           IF WS-PAY-COUNT >= WK-MAX-PAY-ACCOUNTS
              SET WS-ESTATE-CHANGED TO TRUE
           ELSE
              EXEC SQL
                   UPDATE CBS_ACCT_MSTR_DTL
                      SET LEDGER_BALANCE = 0 ,
                          PAYMENT_LIMIT = 0 ,
                          OVERDRAFT_LIMIT = 0 ,
                          UPD_USERID = :WK-BATCH-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                      AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    PERFORM INSERT-PAYOUT-HIST-ROW
                    PERFORM INSERT-PAYOUT-AUDIT-ROW
                    ADD 1 TO WS-PAY-COUNT
                    MOVE H1-ACCOUNT-NUMBER
                      TO WS-PAY-ACCOUNT(WS-PAY-COUNT)
                    MOVE H1-CURRENCY TO WS-PAY-CURRENCY(WS-PAY-COUNT)
                    MOVE H1-LEDGER-BALANCE
                      TO WS-PAY-AMOUNT(WS-PAY-COUNT)
                    ADD H1-LEDGER-BALANCE TO WS-ESTATE-PAID
                 WHEN 100
                    SET WS-ESTATE-CHANGED TO TRUE
                    DISPLAY '(TCSCESTB) ACCOUNT CHANGED - ESTATE HELD'
                      ' BACK. CUID=' BV-CUID
                 WHEN OTHER
                    DISPLAY '(TCSCESTB) PAYOUT UPDATE FAILED. CUID='
                      BV-CUID ' SQLCODE=' SQLCODE
                    PERFORM ABANDON-RUN
              END-EVALUATE
           END-IF.

      ******************************************************************
      * INSERT-PAYOUT-HIST-ROW records the balance leaving the
      * account as an accepted debit, so the movement history and the
      * master balance reconcile after the payout.
       INSERT-PAYOUT-HIST-ROW.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE 'D'               TO TX-TXN-TYPE.
           MOVE H1-LEDGER-BALANCE TO TX-TXN-AMOUNT.
           MOVE H1-CURRENCY       TO TX-CURRENCY.
           MOVE WS-BUSINESS-DATE  TO TX-VALUE-DATE.
           MOVE WS-POST-REF       TO TX-TXN-REF.
           MOVE 'A'               TO TX-DISPOSITION.
           MOVE WK-PAYOUT-REASON  TO TX-REJECT-REASON.
           MOVE WK-BATCH-USERID   TO TX-POST-USERID.
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
              DISPLAY '(TCSCESTB) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * INSERT-PAYOUT-AUDIT-ROW: the account's status is unchanged by
      * the payout, so OLD_STATUS and NEW_STATUS both carry it and the
      * REASON says what happened - the CBSAPMNT convention.
       INSERT-PAYOUT-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE WK-BATCH-USERID   TO AU-UPD-USERID.
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
              DISPLAY '(TCSCESTB) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * WITHDRAW-IDLE-FACILITIES zeroes PAYMENT_LIMIT and
      * OVERDRAFT_LIMIT on the estate's sole accounts PAY-ONE-ACCOUNT
      * did not touch - those already at a zero balance - in the same
      * unit of work as the payout.
       WITHDRAW-IDLE-FACILITIES.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL A
                   SET PAYMENT_LIMIT = 0 ,
                       OVERDRAFT_LIMIT = 0 ,
                       UPD_USERID = :WK-BATCH-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE A.CUSTOMER_ID = :BV-CUID
                   AND A.ACCOUNT_STATUS IN ( :ACCT-STATUS-ACTIVE ,
                                             :ACCT-STATUS-DORMANT )
                   AND ( A.PAYMENT_LIMIT <> 0
                      OR A.OVERDRAFT_LIMIT <> 0 )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID <> :BV-CUID
                            AND P.PARTY_STATUS = :WK-PARTY-ACTIVE )
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '(TCSCESTB) LIMIT WITHDRAWAL FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * CANCEL-ESTATE-INSTRUCTIONS ends the standing instructions and
      * premium mandates TCSCBRVM suspended on the deceased's sole
      * accounts - the accounts are about to close.
       CANCEL-ESTATE-INSTRUCTIONS.
           EXEC SQL
                UPDATE CBS_STND_INSTR
                   SET INSTR_STATUS = :WK-INSTR-CANCELLED ,
                       UPD_USERID = :WK-BATCH-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE INSTR_STATUS <> :WK-INSTR-CANCELLED
                   AND ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :BV-CUID
                            AND NOT EXISTS
                                ( SELECT 1 FROM CBS_ACCT_PARTY P
                                   WHERE P.ACCOUNT_NUMBER =
                                         A.ACCOUNT_NUMBER
                                     AND P.CUID <> :BV-CUID
                                     AND P.PARTY_STATUS =
                                         :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '(TCSCESTB) INSTRUCTION CANCEL FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           EXEC SQL
                UPDATE PREM_COLLECT_MANDATE
                   SET MANDATE_STATUS = :WK-INSTR-CANCELLED ,
                       UPD_USERID = :WK-BATCH-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE MANDATE_STATUS <> :WK-INSTR-CANCELLED
                   AND ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :BV-CUID
                            AND NOT EXISTS
                                ( SELECT 1 FROM CBS_ACCT_PARTY P
                                   WHERE P.ACCOUNT_NUMBER =
                                         A.ACCOUNT_NUMBER
                                     AND P.CUID <> :BV-CUID
                                     AND P.PARTY_STATUS =
                                         :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '(TCSCESTB) MANDATE CANCEL FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
       RECORD-AMOUNT-PAID.
           MOVE WS-ESTATE-PAID  TO BV-AMOUNT-PAID.
           MOVE WK-BATCH-USERID TO BV-UPD-USERID.
           EXEC SQL
                UPDATE CUST_BEREAVEMENT
                   SET AMOUNT_PAID = AMOUNT_PAID + :BV-AMOUNT-PAID ,
                       UPD_USERID = :BV-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :BV-CUID
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCESTB) BEREAVEMENT UPDATE FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
       WRITE-PAYMENT-RECORDS.
           MOVE 0 TO WS-PAY-IDX.
           PERFORM UNTIL WS-PAY-IDX >= WS-PAY-COUNT
              ADD 1 TO WS-PAY-IDX
              MOVE SPACES                      TO PAYMENT-FILEREC
              MOVE BV-CUID                     TO EP-CUID
              MOVE WS-PAY-ACCOUNT(WS-PAY-IDX)  TO EP-ACCOUNT-NUMBER
              MOVE WS-PAY-CURRENCY(WS-PAY-IDX) TO EP-CURRENCY
              MOVE WS-PAY-AMOUNT(WS-PAY-IDX)   TO EP-PAY-AMOUNT
              MOVE WS-BUSINESS-DATE            TO EP-PAY-DATE
              MOVE WS-POST-REF                 TO EP-PAY-REF
              MOVE WS-DECEASED-NAME            TO EP-DECEASED-NAME
              MOVE BV-EXECUTOR-NAME            TO EP-EXECUTOR-NAME
              MOVE BV-EXECUTOR-ADDRESS         TO EP-EXECUTOR-ADDRESS
              WRITE PAYMENT-FILEREC
              IF NOT PAYFILE-STATUS-OK
                 DISPLAY '(TCSCESTB) ERROR WRITING PAYMENT FILE.'
              END-IF
              ADD 1 TO WS-ACCT-PAID-COUNT
              ADD WS-PAY-AMOUNT(WS-PAY-IDX) TO WS-TOTAL-PAID
           END-PERFORM.

      ******************************************************************
      * CLOSE-ESTATE-CUSTOMER closes the customer through TCSCUSC1's
      * cascade close, which commits or rolls back its own work, and
      * marks the estate settled once the customer is closed.
       CLOSE-ESTATE-CUSTOMER.
           MOVE SPACES TO CUSTOMER-COPY.
           SET L-TRANS-CLOSE TO TRUE.
           MOVE BV-CUID TO L-CUSTOMER-ID.
           MOVE 0 TO L-CUSTOMER-SQLCODE.
           MOVE WK-CASCADE-CLOSE TO L-CLOSE-MODE.
           MOVE WK-BATCH-USERID TO L-OPERATOR-USERID.
           CALL 'TCSCUSC1' USING CUSTOMER-COPY.
           IF L-CUSTOMER-STATUS = CUST-STATUS-CLOSED
              PERFORM MARK-ESTATE-SETTLED
           ELSE
              ADD 1 TO WS-CLOSE-REFUSED-COUNT
              MOVE SPACES TO WS-RESULT-TEXT
              STRING 'PAID - CLOSE REFUSED: ' L-CUSTOMER-REASON
                      DELIMITED BY SIZE
                      INTO WS-RESULT-TEXT
              END-STRING
              PERFORM WRITE-ESTATE-LINE
           END-IF.

      ******************************************************************
       MARK-ESTATE-SETTLED.
           MOVE WS-BUSINESS-DATE TO BV-SETTLED-DATE.
           MOVE WK-BATCH-USERID  TO BV-UPD-USERID.
           EXEC SQL
                UPDATE CUST_BEREAVEMENT
                   SET ESTATE_STATE = :WK-STATE-SETTLED ,
                       SETTLED_DATE = :BV-SETTLED-DATE ,
                       UPD_USERID = :BV-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :BV-CUID
                   AND ESTATE_STATE = :WK-STATE-RELEASED
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCESTB) SETTLED UPDATE FAILED. CUID='
                BV-CUID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           EXEC SQL
                COMMIT
           END-EXEC.
           ADD 1 TO WS-SETTLED-COUNT.
           MOVE 'SETTLED - CUSTOMER CLOSED' TO WS-RESULT-TEXT.
           PERFORM WRITE-ESTATE-LINE.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ESTATE SETTLEMENT   BUSINESS DATE ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUID      DECEASED                       '
                   'ACCTS  PAID THIS RUN      RESULT'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      ******************************************************************
       WRITE-ESTATE-LINE.
           MOVE BV-CUID        TO WS-CUID-DISPLAY.
           MOVE WS-PAY-COUNT   TO WS-COUNT-DISPLAY.
           MOVE WS-ESTATE-PAID TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CUID-DISPLAY ' ' WS-DECEASED-NAME(1:30) ' '
                   WS-COUNT-DISPLAY(9:3) '  ' WS-AMOUNT-DISPLAY
                   '  ' WS-RESULT-TEXT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY '(TCSCESTB) ERROR WRITING REPORT.'
           END-IF.

      ******************************************************************
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SETTLED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ESTATES SETTLED:            ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-HELD-BACK-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ESTATES HELD BACK:          ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-CLOSE-REFUSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PAID BUT CLOSE REFUSED:     ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-PAID TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL PAID TO EXECUTORS:    ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      ******************************************************************
      * ABANDON-RUN rolls back the estate in hand, closes the run log
      * out with RC 8 and ends the step.
       ABANDON-RUN.
           EXEC SQL
                ROLLBACK
           END-EXEC.
           DISPLAY '(TCSCESTB) RUN ABANDONED - RERUN THE STEP'.
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
           CLOSE PAYMENT-FILE.
           CLOSE REPORT-FILE.
           MOVE WK-ABANDON-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it is later abandoned.
       WRITE-RUN-LOG-START.
           MOVE 'TCSCESTB' TO RL-PROGRAM-NAME.
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
              DISPLAY '(TCSCESTB) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * estates read, estates settled, and those held back or whose
      * close was refused.
       WRITE-RUN-LOG-END.
           MOVE WS-ESTATE-COUNT  TO RL-RECORDS-READ.
           MOVE WS-SETTLED-COUNT TO RL-RECORDS-UPDATED.
           COMPUTE RL-RECORDS-FAILED =
                   WS-HELD-BACK-COUNT + WS-CLOSE-REFUSED-COUNT.
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
              DISPLAY '(TCSCESTB) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
