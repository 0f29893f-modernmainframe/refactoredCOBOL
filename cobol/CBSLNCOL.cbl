      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSLNCOL
      ******************************************************************
      * Nightly loan disbursement and repayment collection. CBSLNORG
      * books a loan PENDING with its whole amortization schedule on
      * CBS_LOAN_SCHEDULE; this moves the money, through the normal
      * CBSTXNP posting path the way LGPRMCOL collects premiums:
      *
      *  1. settles disbursements: a PENDING loan whose 'LNDISBURSE'
      *     transfer has an accepted CBS_ACCT_TXN_HIST row on the loan
      *     account goes ACTIVE. Any other PENDING loan - not yet
      *     emitted, emitted but not yet posted, or rejected - gets
      *     the 'T' transfer of the principal from the loan account
      *     to the repayment account (re-)emitted on LOANTXN; the
      *     fixed reference makes a repeat harmless through CBSTXNP's
      *     dedup, and a rejected one is retried until operations
      *     clear whatever stopped it;
      *
      *  2. settles last night's collections: every PENDING schedule
      *     line is matched back to the disposition of its COLLECT_REF
      *     and marked PAID or MISSED. No history row yet means the
      *     file has not been posted and the line stays PENDING. A
      *     MISSED line is looked at again each night, so one whose
      *     collection record operations resubmit through TXNFILE
      *     under the same reference settles to PAID once accepted.
      *     Once every line of a loan is PAID the loan is marked
      *     REPAID;
      *
      *  3. collects what is due: for each DUE line of an ACTIVE loan
      *     whose DUE_DATE has arrived on the BUSDATE business date it
      *     charges the line's interest part to the loan account as a
      *     system debit - the CBSINTFE posting discipline, funds check
      *     waived as for debit interest since the principal
      *     outstanding already sits at the facility - then emits one
      *     CBSTXNR transfer of the whole instalment from the
      *     repayment account to the loan account and marks the line
      *     PENDING under that transfer's reference. The loan
      *     account's debit balance comes down by the principal part.
      *
      * References: the disbursement is 'LNDISBURSE' on the loan
      * account, the interest charge 'LNINT' plus the four-digit
      * instalment number on the loan account, and the collection 'L'
      * plus the last eleven digits of the loan account plus the
      * instalment number - unique on the repayment account even
      * when it services more than one loan. A line whose interest
      * charge is rejected stays DUE and is tried again next night.
      * Without a processing-calendar card the run refuses to start.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSLNCOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LOAN-TXN-FILE ASSIGN TO LOANTXN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS LOANFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-TXN-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 LOAN-TXN-REC.
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
       01 LOANFILE-STATUS              PIC X(02) VALUE SPACES.
          88 LOANFILE-STATUS-OK        VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-LOAN-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-LOAN-END-OF-CURSOR     VALUE 'Y'.
       01 WS-PEND-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-PEND-END-OF-CURSOR     VALUE 'Y'.
       01 WS-DUE-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-DUE-END-OF-CURSOR      VALUE 'Y'.
       01 WS-ACCEPT-SWITCH             PIC X VALUE 'N'.
          88 WS-POSTING-ACCEPTED       VALUE 'Y'.
       01 WS-POSTED-SWITCH             PIC X VALUE 'N'.
          88 WS-ALREADY-POSTED         VALUE 'Y'.
       01 WS-REJECT-REASON             PIC X(50).
       01 WS-HIST-DISPOSITION          PIC X(1).
       01 WS-HIST-REASON               PIC X(50).
       01 WS-POST-AMOUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-POST-REF                  PIC X(16) VALUE SPACES.
       01 WS-DUP-REF-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-UNPAID-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LOAN-DISPLAY              PIC 9(18).
       01 WS-INSTALMENT-DISPLAY        PIC 9(4).
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DISBURSED-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACTIVATED-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PAID-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-MISSED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REPAID-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COLLECT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FAILED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-DISBURSED-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-ACTIVATED-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-PAID-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01 WS-MISSED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
       01 WS-REPAID-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
       01 WS-COLLECT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-FAILED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
      * Every WK-COMMIT-INTERVAL loans or lines, a COMMIT closes out
      * the unit of work, the usual interval pattern.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
       01 WK-CONSTANTS.
          05 WK-COLL-USERID           PIC X(10) VALUE 'CBSLNCOL'.
          05 WK-LOAN-PENDING          PIC X(10) VALUE 'PENDING'.
          05 WK-LOAN-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-LOAN-REPAID           PIC X(10) VALUE 'REPAID'.
          05 WK-LINE-DUE              PIC X(10) VALUE 'DUE'.
          05 WK-LINE-PENDING          PIC X(10) VALUE 'PENDING'.
          05 WK-LINE-PAID             PIC X(10) VALUE 'PAID'.
          05 WK-LINE-MISSED           PIC X(10) VALUE 'MISSED'.
          05 WK-DISBURSE-REF          PIC X(16) VALUE 'LNDISBURSE'.
          05 WK-REPAID-REASON         PIC X(50)
             VALUE 'LOAN REPAID IN FULL'.
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
      *01  DCLCBS-LOAN-SCHEDULE.  01 DCLCBS-ACCT-TXN-HIST.
      *01  DCLCBS-ACCT-AUDIT-LOG.
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
             INCLUDE CBSLOAN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSLNSCH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Loans still waiting for their disbursement, with the loan
      * account's currency for the CBSTXNR record. All three cursors
      * are WITH HOLD so the interval COMMITs cannot close them, the
      * CBSBRMRG precedent.
           EXEC SQL
             DECLARE PENDLOANCSR CURSOR WITH HOLD FOR
                SELECT L.LOAN_ACCOUNT, L.REPAY_ACCOUNT, L.PRINCIPAL,
                       A.CURRENCY
                  FROM CBS_LOAN L, CBS_ACCT_MSTR_DTL A
                 WHERE L.LOAN_ACCOUNT = A.ACCOUNT_NUMBER
                   AND L.LOAN_STATUS = :WK-LOAN-PENDING
                 ORDER BY L.LOAN_ACCOUNT
           END-EXEC.

      * Last night's collections still waiting for a disposition,
      * and missed ones that may since have been resubmitted.
           EXEC SQL
             DECLARE PENDLINECSR CURSOR WITH HOLD FOR
                SELECT LOAN_ACCOUNT, INSTALMENT_NO, COLLECT_REF,
                       LINE_STATUS
                  FROM CBS_LOAN_SCHEDULE
                 WHERE LINE_STATUS IN ( :WK-LINE-PENDING ,
                                        :WK-LINE-MISSED )
                 ORDER BY LOAN_ACCOUNT, INSTALMENT_NO
           END-EXEC.

      * Instalments that have fallen due on ACTIVE loans.
           EXEC SQL
             DECLARE DUELINECSR CURSOR WITH HOLD FOR
                SELECT S.LOAN_ACCOUNT, S.INSTALMENT_NO,
                       S.PRINCIPAL_PART, S.INTEREST_PART,
                       L.REPAY_ACCOUNT
                  FROM CBS_LOAN_SCHEDULE S, CBS_LOAN L
                 WHERE S.LOAN_ACCOUNT = L.LOAN_ACCOUNT
                   AND L.LOAN_STATUS = :WK-LOAN-ACTIVE
                   AND S.LINE_STATUS = :WK-LINE-DUE
                   AND S.DUE_DATE <= :WS-BUSINESS-DATE
                 ORDER BY S.LOAN_ACCOUNT, S.INSTALMENT_NO
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           OPEN OUTPUT LOAN-TXN-FILE
           IF NOT LOANFILE-STATUS-OK
              DISPLAY 'ERROR OPENING LOAN TXN FILE. STATUS='
                LOANFILE-STATUS
              STOP RUN
           END-IF.

           PERFORM SETTLE-DISBURSEMENTS.
           PERFORM SETTLE-COLLECTIONS.
           PERFORM COLLECT-DUE-INSTALMENTS.

           CLOSE LOAN-TXN-FILE.
           IF WS-COMMIT-TALLY > 0
              PERFORM COMMIT-LOANS
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

           MOVE WS-READ-COUNT      TO WS-READ-COUNT-DISPLAY.
           MOVE WS-DISBURSED-COUNT TO WS-DISBURSED-DISPLAY.
           MOVE WS-ACTIVATED-COUNT TO WS-ACTIVATED-DISPLAY.
           MOVE WS-PAID-COUNT      TO WS-PAID-DISPLAY.
           MOVE WS-MISSED-COUNT    TO WS-MISSED-DISPLAY.
           MOVE WS-REPAID-COUNT    TO WS-REPAID-DISPLAY.
           MOVE WS-COLLECT-COUNT   TO WS-COLLECT-DISPLAY.
           MOVE WS-FAILED-COUNT    TO WS-FAILED-DISPLAY.
           DISPLAY '(CBSLNCOL) LOANS AND LINES READ:   '
             WS-READ-COUNT-DISPLAY.
           DISPLAY '(CBSLNCOL) DISBURSEMENTS EMITTED:  '
             WS-DISBURSED-DISPLAY.
           DISPLAY '(CBSLNCOL) LOANS ACTIVATED:        '
             WS-ACTIVATED-DISPLAY.
           DISPLAY '(CBSLNCOL) INSTALMENTS PAID:       '
             WS-PAID-DISPLAY.
           DISPLAY '(CBSLNCOL) INSTALMENTS MISSED:     '
             WS-MISSED-DISPLAY.
           DISPLAY '(CBSLNCOL) LOANS REPAID:           '
             WS-REPAID-DISPLAY.
           DISPLAY '(CBSLNCOL) COLLECTIONS EMITTED:    '
             WS-COLLECT-DISPLAY.
           DISPLAY '(CBSLNCOL) LEFT FOR RETRY:         '
             WS-FAILED-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card. The
      * collection run has no sensible fallback date - without a card
      * it refuses to run rather than collecting on the wrong day.
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
              DISPLAY '(CBSLNCOL) NO PROCESSING-CALENDAR CARD -'
                ' COLLECTION RUN SKIPPED'
              STOP RUN
           END-IF.

      ******************************************************************
       SETTLE-DISBURSEMENTS.
           EXEC SQL
                OPEN PENDLOANCSR
           END-EXEC.
           PERFORM FETCH-NEXT-PENDING-LOAN.
           PERFORM UNTIL WS-LOAN-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM SETTLE-ONE-DISBURSEMENT
              PERFORM FETCH-NEXT-PENDING-LOAN
           END-PERFORM.
           EXEC SQL
                CLOSE PENDLOANCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-PENDING-LOAN.
           EXEC SQL
                FETCH PENDLOANCSR
                 INTO :LN-LOAN-ACCOUNT, :LN-REPAY-ACCOUNT,
                      :LN-PRINCIPAL, :H1-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-LOAN-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSLNCOL) LOAN FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-LOAN-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * SETTLE-ONE-DISBURSEMENT activates a loan whose principal has
      * been paid out and (re-)emits the disbursement for any other.
      * A rejected disbursement is reported with CBSTXNP's reason.
       SETTLE-ONE-DISBURSEMENT.
           MOVE LN-LOAN-ACCOUNT TO TX-ACCOUNT-NUMBER.
           MOVE WK-DISBURSE-REF TO TX-TXN-REF.
           PERFORM FETCH-LATEST-DISPOSITION.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 ADD 1 TO WS-FAILED-COUNT
              WHEN SQLCODE = 0 AND WS-HIST-DISPOSITION = 'A'
                 PERFORM ACTIVATE-LOAN
              WHEN OTHER
                 IF SQLCODE = 0
                    DISPLAY '(CBSLNCOL) DISBURSEMENT REJECTED. LOAN='
                      LN-LOAN-ACCOUNT ' REASON=' WS-HIST-REASON
                 END-IF
                 PERFORM EMIT-DISBURSEMENT
           END-EVALUATE.

      ******************************************************************
      * FETCH-LATEST-DISPOSITION reads the most recent posting of
      * TX-TXN-REF against TX-ACCOUNT-NUMBER - a reject repaired and
      * re-posted through CBSTXSPD is later than the original reject.
      * SQLCODE is left for the caller: 100 means not yet posted.
       FETCH-LATEST-DISPOSITION.
           EXEC SQL
                SELECT DISPOSITION, REJECT_REASON
                  INTO :WS-HIST-DISPOSITION, :WS-HIST-REASON
                  FROM CBS_ACCT_TXN_HIST
                 WHERE ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND TXN_REF = :TX-TXN-REF
                 ORDER BY POST_TIMESTAMP DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '(CBSLNCOL) HISTORY LOOKUP FAILED. ACCT='
                TX-ACCOUNT-NUMBER ' SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
       ACTIVATE-LOAN.
           EXEC SQL
                UPDATE CBS_LOAN
                   SET LOAN_STATUS = :WK-LOAN-ACTIVE ,
                       UPD_USERID = :WK-COLL-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE LOAN_ACCOUNT = :LN-LOAN-ACCOUNT
                   AND LOAN_STATUS = :WK-LOAN-PENDING
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(CBSLNCOL) LOAN UPDATE FAILED. LOAN='
                LN-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-ACTIVATED-COUNT
              PERFORM TALLY-COMMIT
           END-IF.

      ******************************************************************
      * EMIT-DISBURSEMENT writes the principal's transfer from the
      * loan account - whose arranged facility covers it - to the
      * customer's repayment account.
       EMIT-DISBURSEMENT.
           MOVE SPACES           TO LOAN-TXN-REC.
           MOVE LN-LOAN-ACCOUNT  TO TR-ACCOUNT-NUMBER.
           MOVE 'T'              TO TR-TXN-TYPE.
           MOVE LN-PRINCIPAL     TO TR-TXN-AMOUNT.
           MOVE H1-CURRENCY      TO TR-CURRENCY.
           MOVE WS-BUSINESS-DATE TO TR-VALUE-DATE.
           MOVE LN-REPAY-ACCOUNT TO TR-CONTRA-ACCOUNT.
           MOVE WK-DISBURSE-REF  TO TR-TXN-REF.
           WRITE LOAN-TXN-REC.
           IF NOT LOANFILE-STATUS-OK
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'ERROR WRITING LOAN TXN FILE. LOAN='
                LN-LOAN-ACCOUNT
           ELSE
              ADD 1 TO WS-DISBURSED-COUNT
           END-IF.

      ******************************************************************
       SETTLE-COLLECTIONS.
           EXEC SQL
                OPEN PENDLINECSR
           END-EXEC.
           PERFORM FETCH-NEXT-PENDING-LINE.
           PERFORM UNTIL WS-PEND-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM SETTLE-ONE-COLLECTION
              PERFORM FETCH-NEXT-PENDING-LINE
           END-PERFORM.
           EXEC SQL
                CLOSE PENDLINECSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-PENDING-LINE.
           EXEC SQL
                FETCH PENDLINECSR
                 INTO :LS-LOAN-ACCOUNT, :LS-INSTALMENT-NO,
                      :LS-COLLECT-REF, :LS-LINE-STATUS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-PEND-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSLNCOL) PENDING FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-PEND-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * SETTLE-ONE-COLLECTION reads the disposition of the collection
      * transfer's credit leg on the loan account. A line with no
      * history row yet is left PENDING for the next pass, and a
      * MISSED line still rejected is left as it is.
       SETTLE-ONE-COLLECTION.
           MOVE LS-LOAN-ACCOUNT TO TX-ACCOUNT-NUMBER.
           MOVE LS-COLLECT-REF  TO TX-TXN-REF.
           PERFORM FETCH-LATEST-DISPOSITION.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 CONTINUE
              WHEN SQLCODE NOT = 0
                 ADD 1 TO WS-FAILED-COUNT
              WHEN WS-HIST-DISPOSITION = 'A'
                 MOVE WK-LINE-PAID TO LS-LINE-STATUS
                 PERFORM RECORD-LINE-RESULT
              WHEN LS-LINE-STATUS = WK-LINE-MISSED
                 CONTINUE
              WHEN OTHER
                 MOVE WK-LINE-MISSED TO LS-LINE-STATUS
                 PERFORM RECORD-LINE-RESULT
           END-EVALUATE.

      ******************************************************************
       RECORD-LINE-RESULT.
           EXEC SQL
                UPDATE CBS_LOAN_SCHEDULE
                   SET LINE_STATUS = :LS-LINE-STATUS ,
                       UPD_USERID = :WK-COLL-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE LOAN_ACCOUNT = :LS-LOAN-ACCOUNT
                   AND INSTALMENT_NO = :LS-INSTALMENT-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(CBSLNCOL) SCHEDULE UPDATE FAILED. LOAN='
                LS-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
           ELSE
              IF LS-LINE-STATUS = WK-LINE-PAID
                 ADD 1 TO WS-PAID-COUNT
                 PERFORM CHECK-LOAN-REPAID
              ELSE
                 ADD 1 TO WS-MISSED-COUNT
                 DISPLAY '(CBSLNCOL) INSTALMENT MISSED. LOAN='
                   LS-LOAN-ACCOUNT ' NO=' LS-INSTALMENT-NO
                   ' REASON=' WS-HIST-REASON
              END-IF
              PERFORM TALLY-COMMIT
           END-IF.

      ******************************************************************
      * CHECK-LOAN-REPAID closes the contract once no line of the
      * schedule is left unpaid.
       CHECK-LOAN-REPAID.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-UNPAID-COUNT
                  FROM CBS_LOAN_SCHEDULE
                 WHERE LOAN_ACCOUNT = :LS-LOAN-ACCOUNT
                   AND LINE_STATUS <> :WK-LINE-PAID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY '(CBSLNCOL) UNPAID COUNT FAILED. LOAN='
                   LS-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
              WHEN WS-UNPAID-COUNT = 0
                 PERFORM MARK-LOAN-REPAID
           END-EVALUATE.

      ******************************************************************
      * MARK-LOAN-REPAID records the repayment on the loan account's
      * audit trail with its unchanged status in both columns, the
      * CBSACMNT convention for non-status changes.
       MARK-LOAN-REPAID.
           EXEC SQL
                UPDATE CBS_LOAN
                   SET LOAN_STATUS = :WK-LOAN-REPAID ,
                       UPD_USERID = :WK-COLL-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE LOAN_ACCOUNT = :LS-LOAN-ACCOUNT
                   AND LOAN_STATUS = :WK-LOAN-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-REPAID-COUNT
                 PERFORM INSERT-REPAID-AUDIT-ROW
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSLNCOL) LOAN UPDATE FAILED. LOAN='
                   LS-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-REPAID-AUDIT-ROW.
           MOVE LS-LOAN-ACCOUNT  TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :H1-ACCOUNT-STATUS
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE ACCT-STATUS-ACTIVE TO H1-ACCOUNT-STATUS
           END-IF.
           MOVE LS-LOAN-ACCOUNT   TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE WK-COLL-USERID    TO AU-UPD-USERID.
           MOVE WK-REPAID-REASON  TO AU-REASON.
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
              DISPLAY '(CBSLNCOL) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       COLLECT-DUE-INSTALMENTS.
           EXEC SQL
                OPEN DUELINECSR
           END-EXEC.
           PERFORM FETCH-NEXT-DUE-LINE.
           PERFORM UNTIL WS-DUE-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM COLLECT-ONE-INSTALMENT
              PERFORM FETCH-NEXT-DUE-LINE
           END-PERFORM.
           EXEC SQL
                CLOSE DUELINECSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-DUE-LINE.
           EXEC SQL
                FETCH DUELINECSR
                 INTO :LS-LOAN-ACCOUNT, :LS-INSTALMENT-NO,
                      :LS-PRINCIPAL-PART, :LS-INTEREST-PART,
                      :LN-REPAY-ACCOUNT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-DUE-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSLNCOL) DUE FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-DUE-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * COLLECT-ONE-INSTALMENT charges the line's interest to the loan
      * account, then emits the collection and marks the line
      * PENDING. An interest charge that cannot be posted leaves the
      * line DUE with nothing emitted.
       COLLECT-ONE-INSTALMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE LS-LOAN-ACCOUNT  TO H1-ACCOUNT-NUMBER.
           MOVE LS-INSTALMENT-NO TO WS-INSTALMENT-DISPLAY.
           MOVE SPACES TO WS-POST-REF.
           STRING 'LNINT' WS-INSTALMENT-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           MOVE LS-INTEREST-PART TO WS-POST-AMOUNT.
           IF WS-POST-AMOUNT > 0
              PERFORM CHECK-ALREADY-POSTED
              IF WS-REJECT-REASON = SPACES AND NOT WS-ALREADY-POSTED
                 PERFORM FETCH-ACCOUNT-FOR-POSTING
                 IF WS-REJECT-REASON = SPACES
                    PERFORM POST-INTEREST-DEBIT
                 END-IF
              END-IF
           ELSE
              PERFORM FETCH-ACCOUNT-FOR-POSTING
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM EMIT-COLLECTION
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(CBSLNCOL) INSTALMENT NOT COLLECTED. LOAN='
                LS-LOAN-ACCOUNT ' NO=' LS-INSTALMENT-NO
                ' REASON=' WS-REJECT-REASON
           END-IF.
           PERFORM TALLY-COMMIT.

      ******************************************************************
      * CHECK-ALREADY-POSTED is CBSINTFE's rerun guard: an accepted
      * history row for the generated reference means the interest
      * has already been charged.
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
                 DISPLAY '(CBSLNCOL) DUPLICATE-REF CHECK FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-DUP-REF-COUNT > 0
                 SET WS-ALREADY-POSTED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * FETCH-ACCOUNT-FOR-POSTING reads the loan account's current
      * state; its currency is also the collection's currency.
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
              DISPLAY '(CBSLNCOL) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * POST-INTEREST-DEBIT charges the interest part under the
      * UPD_TIMESTAMP concurrency check and writes the history row,
      * accepted or rejected. Only an ACTIVE account is charged; like
      * CBSINTFE's debit interest it is the bank's own charge and is
      * not refused for insufficient funds.
       POST-INTEREST-DEBIT.
           MOVE 'N' TO WS-ACCEPT-SWITCH.
           IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
              MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
           ELSE
              PERFORM APPLY-INTEREST-TO-MASTER
           END-IF.
           IF WS-REJECT-REASON = SPACES
              SET WS-POSTING-ACCEPTED TO TRUE
           END-IF.
           PERFORM INSERT-TXN-HIST-ROW.

      ******************************************************************
       APPLY-INTEREST-TO-MASTER.
           COMPUTE WS-NEW-BALANCE =
                   H1-LEDGER-BALANCE - WS-POST-AMOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                       LAST_ACTIVITY_DATE = :WS-BUSINESS-DATE ,
                       UPD_USERID = :WK-COLL-USERID ,
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
                 DISPLAY '(CBSLNCOL) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-TXN-HIST-ROW.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE 'D'               TO TX-TXN-TYPE.
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
           MOVE WK-COLL-USERID    TO TX-POST-USERID.
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
              DISPLAY '(CBSLNCOL) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * EMIT-COLLECTION writes the whole instalment as a transfer from
      * the repayment account to the loan account and stamps the line
      * PENDING under its reference.
       EMIT-COLLECTION.
           MOVE SPACES            TO LOAN-TXN-REC.
           MOVE LN-REPAY-ACCOUNT  TO TR-ACCOUNT-NUMBER.
           MOVE 'T'               TO TR-TXN-TYPE.
           COMPUTE TR-TXN-AMOUNT =
                   LS-PRINCIPAL-PART + LS-INTEREST-PART.
           MOVE H1-CURRENCY       TO TR-CURRENCY.
           MOVE WS-BUSINESS-DATE  TO TR-VALUE-DATE.
           MOVE LS-LOAN-ACCOUNT   TO TR-CONTRA-ACCOUNT.
           MOVE LS-LOAN-ACCOUNT   TO WS-LOAN-DISPLAY.
           MOVE SPACES            TO TR-TXN-REF.
           STRING 'L' WS-LOAN-DISPLAY(8:11) WS-INSTALMENT-DISPLAY
                   DELIMITED BY SIZE
                   INTO TR-TXN-REF
           END-STRING.
           WRITE LOAN-TXN-REC.
           IF NOT LOANFILE-STATUS-OK
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'ERROR WRITING LOAN TXN FILE. LOAN='
                LS-LOAN-ACCOUNT
           ELSE
              ADD 1 TO WS-COLLECT-COUNT
              PERFORM STAMP-LINE-PENDING
           END-IF.

      ******************************************************************
       STAMP-LINE-PENDING.
           MOVE TR-TXN-REF TO LS-COLLECT-REF.
           EXEC SQL
                UPDATE CBS_LOAN_SCHEDULE
                   SET LINE_STATUS = :WK-LINE-PENDING ,
                       COLLECT_REF = :LS-COLLECT-REF ,
                       UPD_USERID = :WK-COLL-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE LOAN_ACCOUNT = :LS-LOAN-ACCOUNT
                   AND INSTALMENT_NO = :LS-INSTALMENT-NO
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSLNCOL) SCHEDULE STAMP FAILED. LOAN='
                LS-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
       TALLY-COMMIT.
           ADD 1 TO WS-COMMIT-TALLY.
           IF WS-COMMIT-TALLY >= WK-COMMIT-INTERVAL
              PERFORM COMMIT-LOANS
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

      ******************************************************************
       COMMIT-LOANS.
           EXEC SQL
                COMMIT
           END-EXEC.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSLNCOL' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSLNCOL) RUN LOG START FAILED. SQLCODE='
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
                   WS-ACTIVATED-COUNT + WS-PAID-COUNT
                   + WS-MISSED-COUNT + WS-COLLECT-COUNT.
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
              DISPLAY '(CBSLNCOL) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
