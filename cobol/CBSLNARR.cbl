      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSLNARR
      ******************************************************************
      * Nightly loan arrears run, scheduled after CBSLNCOL has settled
      * the night's collections to PAID or MISSED. For the BUSDATE
      * business date it:
      *
      *  1. charges late fees: every MISSED instalment of an ACTIVE
      *     loan whose product carries a CBS_PRODUCT_PRICING LATE_FEE
      *     is charged that fee once, to the loan's repayment account,
      *     as a system debit under CBSINTFE's posting discipline -
      *     ACTIVE account, payment limit, no debit against an
      *     unmatured term deposit, and the funds check against the
      *     available balance (ledger plus arranged overdraft, less
      *     ACTIVE holds). The reference is 'F' plus the last eleven
      *     digits of the loan account plus the instalment number; an
      *     accepted history row for it means the fee is already
      *     charged, so a refused fee is simply tried again the next
      *     night for as long as the instalment stays MISSED;
      *
      *  2. assesses every ACTIVE loan: days past due is the number of
      *     days since the oldest MISSED instalment fell due, bucketed
      *     0 up to date, 1 for 1-29 days, 2 for 30-59, 3 for 60-89
      *     and 4 for 90 and over, and is stored with the total of the
      *     MISSED instalments on CBS_LOAN. A loan moving up into
      *     bucket 1 or 2 gets a reminder letter, one moving up into
      *     60 days or more a final demand - both in CBSPREDM's ASA
      *     letter style, addressed from CUSTOMER - so a rerun of the
      *     same night writes no second letter. Each letter is first
      *     checked against the returned-mail register through
      *     TCSCRMCK: to an undeliverable address it is not written
      *     but recorded for the loan's branch on the held-mail report
      *     (TCSCHMRP), and counted separately. A loan 60 or more days
      *     past due is put on (or refreshed on) the recoveries team's
      *     CBS_COLLECT_WORKLIST and its OPEN entry is CLEARED once it
      *     falls back below 60; each addition and clearance is listed
      *     on the ARRRPT report;
      *
      *  3. on a month-end or year-end calendar day, prints the
      *     arrears and provisioning summary on ARRRPT: ACTIVE loans
      *     by BASE_BRANCH, PRODUCT_CODE and arrears bucket with the
      *     arrears and the principal outstanding converted into the
      *     reporting currency at the date's CBS_FX_RATE row (a group
      *     with no rate is flagged and left out, the CBSMVRPT rule),
      *     and the provision at the bucket's WK-PROVISION rate. A
      *     line per branch and product, then bank-wide totals.
      *
      * Without a processing-calendar card the run refuses to start.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSLNARR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LETTER-FILE ASSIGN TO ARRLTR
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS LTRFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO ARRRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ASA print file: byte 1 is carriage control, '1' topping a new
      * page for each customer's letter - the CBSSTMT convention.
       FD LETTER-FILE
            RECORD CONTAINS 133
            RECORDING MODE IS F.
       01 LETTER-LINE.
          05 LTR-CC                    PIC X(1).
          05 LTR-TEXT                  PIC X(132).

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
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-MONTH-END          VALUE 'M'.
          88 WS-DAY-YEAR-END           VALUE 'Y'.
       01 WS-FEE-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-FEE-END-OF-CURSOR      VALUE 'Y'.
       01 WS-LOAN-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-LOAN-END-OF-CURSOR     VALUE 'Y'.
       01 WS-SUM-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-SUM-END-OF-CURSOR      VALUE 'Y'.
       01 WS-ACCEPT-SWITCH             PIC X VALUE 'N'.
          88 WS-POSTING-ACCEPTED       VALUE 'Y'.
       01 WS-POSTED-SWITCH             PIC X VALUE 'N'.
          88 WS-ALREADY-POSTED         VALUE 'Y'.
       01 WS-REJECT-REASON             PIC X(50).
       01 WS-POST-AMOUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-POST-REF                  PIC X(16) VALUE SPACES.
       01 WS-DUP-REF-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-DEBIT-HEADROOM            PIC S9(18) USAGE COMP VALUE 0.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TERM-LOCK-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LOAN-DISPLAY              PIC 9(18).
       01 WS-INSTALMENT-DISPLAY        PIC 9(4).
      * The loan being assessed: its bucket as stored last night and
      * the letter, if any, its move tonight calls for.
       01 WS-OLD-BUCKET                PIC S9(4) USAGE COMP VALUE 0.
       01 WS-LETTER-SWITCH             PIC X VALUE 'N'.
          88 WS-NO-LETTER              VALUE 'N'.
          88 WS-REMINDER-LETTER        VALUE 'R'.
          88 WS-FINAL-DEMAND-LETTER    VALUE 'F'.
       01 WS-LETTER-TITLE              PIC X(40).
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-DPD-DISPLAY               PIC ZZZZ9.
       01 WS-ARREARS-DISPLAY           PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FEE-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FEE-REJECT-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ASSESSED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REMINDER-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DEMAND-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-WL-ADDED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-WL-CLEARED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FAILED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-FEE-DISPLAY               PIC ZZZ,ZZZ,ZZ9.
       01 WS-FEE-REJECT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ASSESSED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-REMINDER-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-DEMAND-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
       01 WS-HELD-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01 WS-DOC-REF-NUMBER            PIC 9(18).
       01 WS-WL-ADDED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-WL-CLEARED-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-FAILED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
      * One branch/product/currency/bucket group of the month-end
      * summary as fetched.
       01 WK-REPORTING-CURRENCY        PIC X(3) VALUE 'USD'.
       01 WS-SM-BRANCH                 PIC X(20).
       01 WS-SM-PRODUCT                PIC X(5).
       01 WS-SM-CURRENCY               PIC X(3).
       01 WS-SM-BUCKET                 PIC S9(4) USAGE COMP.
       01 WS-SM-LOAN-COUNT             PIC S9(9) USAGE COMP.
       01 WS-SM-ARREARS-SUM            PIC S9(15) USAGE COMP-3.
       01 WS-SM-OUTSTANDING-SUM        PIC S9(15) USAGE COMP-3.
       01 WS-CONV-ARREARS              PIC S9(13)V99 USAGE COMP-3.
       01 WS-CONV-OUTSTANDING          PIC S9(13)V99 USAGE COMP-3.
       01 WS-CONV-PROVISION            PIC S9(13)V99 USAGE COMP-3.
       01 WS-PROVISION-PCT             PIC 9(3) VALUE 0.
       01 WS-BUCKET-LABEL              PIC X(7).
      * Control-break accumulators, one slot per arrears bucket (the
      * bucket number plus one), for the current branch and product
      * and for the whole bank.
       01 WS-CURR-BRANCH               PIC X(20) VALUE SPACES.
       01 WS-CURR-PRODUCT              PIC X(5) VALUE SPACES.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-GROUP            VALUE 'Y'.
       01 WS-BK-IDX                    PIC 9(4) USAGE COMP VALUE 0.
       01 WS-GROUP-TABLE.
          05 WS-GRP-BUCKET OCCURS 5 TIMES.
             10 WS-GRP-COUNT           PIC S9(9) USAGE COMP.
             10 WS-GRP-ARREARS         PIC S9(13)V99 USAGE COMP-3.
             10 WS-GRP-OUTSTANDING     PIC S9(13)V99 USAGE COMP-3.
             10 WS-GRP-PROVISION       PIC S9(13)V99 USAGE COMP-3.
       01 WS-BANK-TABLE.
          05 WS-TOT-BUCKET OCCURS 5 TIMES.
             10 WS-TOT-COUNT           PIC S9(9) USAGE COMP.
             10 WS-TOT-ARREARS         PIC S9(13)V99 USAGE COMP-3.
             10 WS-TOT-OUTSTANDING     PIC S9(13)V99 USAGE COMP-3.
             10 WS-TOT-PROVISION       PIC S9(13)V99 USAGE COMP-3.
       01 WS-LINE-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LINE-ARREARS              PIC S9(13)V99 USAGE COMP-3.
       01 WS-LINE-OUTSTANDING          PIC S9(13)V99 USAGE COMP-3.
       01 WS-LINE-PROVISION            PIC S9(13)V99 USAGE COMP-3.
       01 WS-SUB-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SUB-ARREARS               PIC S9(13)V99 USAGE COMP-3.
       01 WS-SUB-OUTSTANDING           PIC S9(13)V99 USAGE COMP-3.
       01 WS-SUB-PROVISION             PIC S9(13)V99 USAGE COMP-3.
       01 WS-LINE-LABEL                PIC X(36).
       01 WS-NORATE-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-2          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-3          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NATIVE-DISPLAY            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
      * Every WK-COMMIT-INTERVAL fees or loans, a COMMIT closes out
      * the unit of work, the usual interval pattern.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
       01 WK-CONSTANTS.
          05 WK-ARREARS-USERID        PIC X(10) VALUE 'CBSLNARR'.
          05 WK-LOAN-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-LINE-MISSED           PIC X(10) VALUE 'MISSED'.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-WORK-OPEN             PIC X(10) VALUE 'OPEN'.
          05 WK-WORK-CLEARED          PIC X(10) VALUE 'CLEARED'.
      * The bucket from which a loan goes on the collections worklist
      * and gets the final demand rather than a reminder (60+ days).
          05 WK-WORKLIST-BUCKET       PIC S9(4) USAGE COMP VALUE 3.
      * Provision held against the principal outstanding, percent,
      * by arrears bucket.
          05 WK-PROVISION-CURRENT     PIC 9(3) VALUE 001.
          05 WK-PROVISION-1-29        PIC 9(3) VALUE 005.
          05 WK-PROVISION-30-59       PIC 9(3) VALUE 020.
          05 WK-PROVISION-60-89       PIC 9(3) VALUE 050.
          05 WK-PROVISION-90-PLUS     PIC 9(3) VALUE 100.

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      * PATH : .../Cobol Include/CUSTCPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 CUSTOMER-NAME              PIC X(60).
      *    10 CUSTOMER-ADDRESS           PIC X(250).
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSLOAN.cpy / CBSLNSCH
      *        / CBSCOLWL.cpy / CBSTXNH.cpy / CBSFXRT.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-LOAN.
      *01  DCLCBS-LOAN-SCHEDULE.  01 DCLCBS-COLLECT-WORKLIST.
      *01  DCLCBS-ACCT-TXN-HIST.  01 DCLCBS-FX-RATE.
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
             INCLUDE CUSTOMER
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
             INCLUDE CBSCOLWL
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSFXRT
           END-EXEC.

      * MISSED instalments of ACTIVE loans whose product carries a
      * late fee, with the repayment account the fee is charged to.
      * Both nightly cursors are WITH HOLD so the interval COMMITs
      * cannot close them, the CBSBRMRG precedent.
           EXEC SQL
             DECLARE LATEFEECSR CURSOR WITH HOLD FOR
                SELECT S.LOAN_ACCOUNT, S.INSTALMENT_NO,
                       L.REPAY_ACCOUNT, P.LATE_FEE
                  FROM CBS_LOAN_SCHEDULE S, CBS_LOAN L,
                       CBS_ACCT_MSTR_DTL A, CBS_PRODUCT_PRICING P
                 WHERE S.LOAN_ACCOUNT = L.LOAN_ACCOUNT
                   AND L.LOAN_ACCOUNT = A.ACCOUNT_NUMBER
                   AND A.PRODUCT_CODE = P.PRODUCT_CODE
                   AND L.LOAN_STATUS = :WK-LOAN-ACTIVE
                   AND S.LINE_STATUS = :WK-LINE-MISSED
                   AND P.LATE_FEE > 0
                 ORDER BY S.LOAN_ACCOUNT, S.INSTALMENT_NO
           END-EXEC.

      * ACTIVE loans to assess, with the loan account's details for
      * the letters and the worklist.
           EXEC SQL
             DECLARE ARRLOANCSR CURSOR WITH HOLD FOR
                SELECT L.LOAN_ACCOUNT, L.ARREARS_BUCKET,
                       A.BASE_BRANCH, A.ACCOUNT_NAME,
                       A.CUSTOMER_ID, A.CURRENCY
                  FROM CBS_LOAN L, CBS_ACCT_MSTR_DTL A
                 WHERE L.LOAN_ACCOUNT = A.ACCOUNT_NUMBER
                   AND L.LOAN_STATUS = :WK-LOAN-ACTIVE
                 ORDER BY L.LOAN_ACCOUNT
           END-EXEC.

      * Month-end summary: ACTIVE loans grouped by branch, product,
      * currency and bucket, with the arrears and the principal
      * outstanding (the loan account's debit balance).
           EXEC SQL
             DECLARE PROVSUMCSR CURSOR FOR
                SELECT A.BASE_BRANCH, A.PRODUCT_CODE, A.CURRENCY,
                       L.ARREARS_BUCKET, COUNT(*),
                       SUM(L.ARREARS_AMOUNT),
                       SUM(CASE WHEN A.LEDGER_BALANCE < 0
                                THEN 0 - A.LEDGER_BALANCE
                                ELSE 0 END)
                  FROM CBS_LOAN L, CBS_ACCT_MSTR_DTL A
                 WHERE L.LOAN_ACCOUNT = A.ACCOUNT_NUMBER
                   AND L.LOAN_STATUS = :WK-LOAN-ACTIVE
                 GROUP BY A.BASE_BRANCH, A.PRODUCT_CODE, A.CURRENCY,
                          L.ARREARS_BUCKET
                 ORDER BY A.BASE_BRANCH, A.PRODUCT_CODE, A.CURRENCY,
                          L.ARREARS_BUCKET
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
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM CHARGE-LATE-FEES.
           PERFORM ASSESS-LOAN-ARREARS.
           IF WS-COMMIT-TALLY > 0
              PERFORM COMMIT-ARREARS
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.
           IF WS-DAY-MONTH-END OR WS-DAY-YEAR-END
              PERFORM WRITE-PROVISION-SUMMARY
           END-IF.

           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.

           MOVE WS-READ-COUNT       TO WS-READ-COUNT-DISPLAY.
           MOVE WS-FEE-COUNT        TO WS-FEE-DISPLAY.
           MOVE WS-FEE-REJECT-COUNT TO WS-FEE-REJECT-DISPLAY.
           MOVE WS-ASSESSED-COUNT   TO WS-ASSESSED-DISPLAY.
           MOVE WS-REMINDER-COUNT   TO WS-REMINDER-DISPLAY.
           MOVE WS-DEMAND-COUNT     TO WS-DEMAND-DISPLAY.
           MOVE WS-HELD-COUNT       TO WS-HELD-DISPLAY.
           MOVE WS-WL-ADDED-COUNT   TO WS-WL-ADDED-DISPLAY.
           MOVE WS-WL-CLEARED-COUNT TO WS-WL-CLEARED-DISPLAY.
           MOVE WS-FAILED-COUNT     TO WS-FAILED-DISPLAY.
           DISPLAY '(CBSLNARR) LINES AND LOANS READ:   '
             WS-READ-COUNT-DISPLAY.
           DISPLAY '(CBSLNARR) LATE FEES CHARGED:      '
             WS-FEE-DISPLAY.
           DISPLAY '(CBSLNARR) LATE FEES REFUSED:      '
             WS-FEE-REJECT-DISPLAY.
           DISPLAY '(CBSLNARR) LOANS ASSESSED:         '
             WS-ASSESSED-DISPLAY.
           DISPLAY '(CBSLNARR) REMINDER LETTERS:       '
             WS-REMINDER-DISPLAY.
           DISPLAY '(CBSLNARR) FINAL DEMANDS:          '
             WS-DEMAND-DISPLAY.
           DISPLAY '(CBSLNARR) LETTERS HELD:           '
             WS-HELD-DISPLAY ' (RETURNED MAIL)'.
           DISPLAY '(CBSLNARR) ADDED TO WORKLIST:      '
             WS-WL-ADDED-DISPLAY.
           DISPLAY '(CBSLNARR) CLEARED FROM WORKLIST:  '
             WS-WL-CLEARED-DISPLAY.
           DISPLAY '(CBSLNARR) LEFT FOR RETRY:         '
             WS-FAILED-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card. The
      * arrears run has no sensible fallback date - days past due
      * counted from the wrong day would re-bucket every loan - so
      * without a card it refuses to run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-STATUS-OK
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                    MOVE BD-DAY-TYPE TO WS-DAY-TYPE
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
              DISPLAY '(CBSLNARR) NO PROCESSING-CALENDAR CARD -'
                ' ARREARS RUN SKIPPED'
              STOP RUN
           END-IF.

      ******************************************************************
       CHARGE-LATE-FEES.
           EXEC SQL
                OPEN LATEFEECSR
           END-EXEC.
           PERFORM FETCH-NEXT-FEE-LINE.
           PERFORM UNTIL WS-FEE-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM CHARGE-ONE-LATE-FEE
              PERFORM FETCH-NEXT-FEE-LINE
           END-PERFORM.
           EXEC SQL
                CLOSE LATEFEECSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-FEE-LINE.
           EXEC SQL
                FETCH LATEFEECSR
                 INTO :LS-LOAN-ACCOUNT, :LS-INSTALMENT-NO,
                      :LN-REPAY-ACCOUNT, :WS-POST-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-FEE-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSLNARR) FEE FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-FEE-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * CHARGE-ONE-LATE-FEE debits the product's late fee for one
      * missed instalment from the repayment account, unless an
      * accepted history row shows it has already been charged. A
      * refused fee is written 'R' with its reason like any other
      * system posting; an account that cannot be read is left for
      * the next night with nothing written.
       CHARGE-ONE-LATE-FEE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE LN-REPAY-ACCOUNT TO H1-ACCOUNT-NUMBER.
           MOVE LS-LOAN-ACCOUNT  TO WS-LOAN-DISPLAY.
           MOVE LS-INSTALMENT-NO TO WS-INSTALMENT-DISPLAY.
           MOVE SPACES TO WS-POST-REF.
           STRING 'F' WS-LOAN-DISPLAY(8:11) WS-INSTALMENT-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF WS-REJECT-REASON = SPACES AND NOT WS-ALREADY-POSTED
              PERFORM FETCH-ACCOUNT-FOR-POSTING
              IF WS-REJECT-REASON = SPACES
                 PERFORM POST-LATE-FEE
              ELSE
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY '(CBSLNARR) LATE FEE NOT CHARGED. LOAN='
                   LS-LOAN-ACCOUNT ' NO=' LS-INSTALMENT-NO
                   ' REASON=' WS-REJECT-REASON
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-ALREADY-POSTED is CBSINTFE's rerun guard: an accepted
      * history row for the generated reference means the fee has
      * already been charged.
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
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY '(CBSLNARR) DUPLICATE-REF CHECK FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-DUP-REF-COUNT > 0
                 SET WS-ALREADY-POSTED TO TRUE
           END-EVALUATE.

      ******************************************************************
      * FETCH-ACCOUNT-FOR-POSTING reads the repayment account's
      * current state and works out its debit headroom: the balance
      * plus the arranged overdraft, less ACTIVE holds.
       FETCH-ACCOUNT-FOR-POSTING.
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
              DISPLAY '(CBSLNARR) LOOKUP FAILED. SQLCODE=' SQLCODE
           ELSE
              PERFORM FETCH-HELD-AMOUNT
              COMPUTE WS-DEBIT-HEADROOM =
                      H1-LEDGER-BALANCE + H1-OVERDRAFT-LIMIT
                      - WS-HELD-AMOUNT
              IF WS-REJECT-REASON = SPACES
                 PERFORM FETCH-TERM-LOCK
              END-IF
           END-IF.

      ******************************************************************
      * FETCH-HELD-AMOUNT totals the account's ACTIVE CBS_ACCT_HOLD
      * rows so the fee is measured against the available balance.
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
              DISPLAY '(CBSLNARR) HOLD LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * FETCH-TERM-LOCK looks for an ACTIVE CBS_TERM_DEPOSIT row on
      * the account - a debit against an unmatured deposit is refused
      * outright, as in CBSTXNP.
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
              DISPLAY '(CBSLNARR) TERM DEPOSIT LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * POST-LATE-FEE is the CBSINTFE posting discipline: the edits,
      * the balance/activity-date update under the UPD_TIMESTAMP
      * concurrency check, and a CBS_ACCT_TXN_HIST row whether the fee
      * was accepted or refused.
       POST-LATE-FEE.
           MOVE 'N' TO WS-ACCEPT-SWITCH.
           PERFORM VALIDATE-SYSTEM-POSTING.
           IF WS-REJECT-REASON = SPACES
              PERFORM APPLY-FEE-TO-MASTER
           END-IF.
           IF WS-REJECT-REASON = SPACES
              SET WS-POSTING-ACCEPTED TO TRUE
              ADD 1 TO WS-FEE-COUNT
           ELSE
              ADD 1 TO WS-FEE-REJECT-COUNT
              DISPLAY '(CBSLNARR) LATE FEE REFUSED. LOAN='
                LS-LOAN-ACCOUNT ' NO=' LS-INSTALMENT-NO
                ' REASON=' WS-REJECT-REASON
           END-IF.
           PERFORM INSERT-TXN-HIST-ROW.
           PERFORM TALLY-COMMIT.

      ******************************************************************
       VALIDATE-SYSTEM-POSTING.
           IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
              MOVE 'ACCOUNT NOT ACTIVE' TO WS-REJECT-REASON
           ELSE
              IF WS-POST-AMOUNT > H1-PAYMENT-LIMIT
                 MOVE 'AMOUNT EXCEEDS PAYMENT LIMIT'
                   TO WS-REJECT-REASON
              ELSE
                 IF WS-TERM-LOCK-COUNT > 0
                    MOVE 'TERM DEPOSIT NOT MATURED'
                      TO WS-REJECT-REASON
                 ELSE
                    IF WS-POST-AMOUNT > WS-DEBIT-HEADROOM
                       MOVE 'INSUFFICIENT FUNDS' TO WS-REJECT-REASON
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
       APPLY-FEE-TO-MASTER.
           COMPUTE WS-NEW-BALANCE =
                   H1-LEDGER-BALANCE - WS-POST-AMOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                       LAST_ACTIVITY_DATE = :WS-BUSINESS-DATE ,
                       UPD_USERID = :WK-ARREARS-USERID ,
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
                 DISPLAY '(CBSLNARR) UPDATE FAILED. SQLCODE=' SQLCODE
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
           MOVE WK-ARREARS-USERID TO TX-POST-USERID.
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
              DISPLAY '(CBSLNARR) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       ASSESS-LOAN-ARREARS.
           EXEC SQL
                OPEN ARRLOANCSR
           END-EXEC.
           PERFORM FETCH-NEXT-LOAN.
           PERFORM UNTIL WS-LOAN-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM ASSESS-ONE-LOAN
              PERFORM FETCH-NEXT-LOAN
           END-PERFORM.
           EXEC SQL
                CLOSE ARRLOANCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-LOAN.
           EXEC SQL
                FETCH ARRLOANCSR
                 INTO :LN-LOAN-ACCOUNT, :WS-OLD-BUCKET,
                      :H1-BASE-BRANCH, :H1-ACCOUNT-NAME,
                      :H1-CUSTOMER-ID, :H1-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-LOAN-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSLNARR) LOAN FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-LOAN-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * ASSESS-ONE-LOAN works out tonight's days past due and bucket,
      * decides on a letter from the move against last night's
      * bucket, and records the result. When a letter is due but the
      * customer cannot be found, nothing is recorded, so the same
      * move is seen - and the letter tried - again next night.
       ASSESS-ONE-LOAN.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM MEASURE-LOAN-ARREARS.
           IF WS-REJECT-REASON = SPACES
              PERFORM DERIVE-ARREARS-BUCKET
              MOVE 'N' TO WS-LETTER-SWITCH
              IF LN-ARREARS-BUCKET > WS-OLD-BUCKET
                 IF LN-ARREARS-BUCKET >= WK-WORKLIST-BUCKET
                    IF WS-OLD-BUCKET < WK-WORKLIST-BUCKET
                       SET WS-FINAL-DEMAND-LETTER TO TRUE
                    END-IF
                 ELSE
                    SET WS-REMINDER-LETTER TO TRUE
                 END-IF
              END-IF
              IF NOT WS-NO-LETTER
                 PERFORM FETCH-LOAN-CUSTOMER
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM UPDATE-LOAN-ARREARS
           END-IF.
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-ASSESSED-COUNT
              IF NOT WS-NO-LETTER
                 PERFORM CHECK-RETURNED-MAIL
                 IF CUSTRM-HELD
                    ADD 1 TO WS-HELD-COUNT
                 ELSE
                    PERFORM WRITE-ARREARS-LETTER
                 END-IF
              END-IF
              IF LN-ARREARS-BUCKET >= WK-WORKLIST-BUCKET
                 PERFORM REFRESH-WORKLIST-ENTRY
              ELSE
                 PERFORM CLEAR-WORKLIST-ENTRY
              END-IF
              PERFORM TALLY-COMMIT
           ELSE
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(CBSLNARR) LOAN NOT ASSESSED. LOAN='
                LN-LOAN-ACCOUNT ' REASON=' WS-REJECT-REASON
           END-IF.

      ******************************************************************
      * MEASURE-LOAN-ARREARS counts the days since the oldest MISSED
      * instalment fell due and totals the MISSED instalments. A loan
      * with nothing MISSED comes back zero on both.
       MEASURE-LOAN-ARREARS.
           EXEC SQL
                SELECT COALESCE(DAYS(DATE(:WS-BUSINESS-DATE))
                                - DAYS(MIN(DUE_DATE)), 0),
                       COALESCE(SUM(PRINCIPAL_PART + INTEREST_PART),
                                0)
                  INTO :LN-DAYS-PAST-DUE, :LN-ARREARS-AMOUNT
                  FROM CBS_LOAN_SCHEDULE
                 WHERE LOAN_ACCOUNT = :LN-LOAN-ACCOUNT
                   AND LINE_STATUS = :WK-LINE-MISSED
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ARREARS LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSLNARR) ARREARS LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       DERIVE-ARREARS-BUCKET.
           EVALUATE TRUE
              WHEN LN-DAYS-PAST-DUE <= 0
                 MOVE 0 TO LN-ARREARS-BUCKET
              WHEN LN-DAYS-PAST-DUE < 30
                 MOVE 1 TO LN-ARREARS-BUCKET
              WHEN LN-DAYS-PAST-DUE < 60
                 MOVE 2 TO LN-ARREARS-BUCKET
              WHEN LN-DAYS-PAST-DUE < 90
                 MOVE 3 TO LN-ARREARS-BUCKET
              WHEN OTHER
                 MOVE 4 TO LN-ARREARS-BUCKET
           END-EVALUATE.

      ******************************************************************
       FETCH-LOAN-CUSTOMER.
           EXEC SQL
                SELECT CUSTNAME, ADDRESS
                  INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS
                  FROM CUSTOMER
                 WHERE CUID = :H1-CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'CUSTOMER NOT FOUND FOR LETTER' TO WS-REJECT-REASON
              DISPLAY '(CBSLNARR) CUSTOMER LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       UPDATE-LOAN-ARREARS.
           EXEC SQL
                UPDATE CBS_LOAN
                   SET DAYS_PAST_DUE = :LN-DAYS-PAST-DUE ,
                       ARREARS_BUCKET = :LN-ARREARS-BUCKET ,
                       ARREARS_AMOUNT = :LN-ARREARS-AMOUNT ,
                       UPD_USERID = :WK-ARREARS-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE LOAN_ACCOUNT = :LN-LOAN-ACCOUNT
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'LOAN UPDATE FAILED' TO WS-REJECT-REASON
              DISPLAY '(CBSLNARR) LOAN UPDATE FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the borrower's
      * address is undeliverable; a held reminder or final demand is
      * recorded at the loan's base branch and rides in this run's
      * unit of work. If the register cannot be read the letter is
      * written as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE H1-CUSTOMER-ID    TO CUSTRM-CUSTOMER-KEY.
           MOVE 'ARRS'            TO CUSTRM-DOC-TYPE.
           MOVE 'CBSLNARR'        TO CUSTRM-PROGRAM-NAME.
           MOVE LN-LOAN-ACCOUNT   TO WS-DOC-REF-NUMBER.
           MOVE WS-DOC-REF-NUMBER TO CUSTRM-DOC-REF.
           MOVE H1-BASE-BRANCH    TO CUSTRM-BRANCH-NAME.
           MOVE WS-BUSINESS-DATE  TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * WRITE-ARREARS-LETTER is one customer's document in the
      * CBSPREDM layout: page break, title and notice date, name and
      * address block, the loan's arrears, and a trailer.
       WRITE-ARREARS-LETTER.
           IF WS-FINAL-DEMAND-LETTER
              MOVE 'LOAN ARREARS - FINAL DEMAND' TO WS-LETTER-TITLE
           ELSE
              MOVE 'LOAN ARREARS REMINDER' TO WS-LETTER-TITLE
           END-IF.
           MOVE '1' TO LTR-CC.
           MOVE SPACES TO LTR-TEXT.
           STRING WS-LETTER-TITLE '    NOTICE DATE '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACE TO LTR-CC.
           MOVE CUSTOMER-NAME TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE CUSTOMER-ADDRESS(1:132) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE CUSTOMER-ADDRESS(133:118) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE LN-LOAN-ACCOUNT   TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE LN-DAYS-PAST-DUE  TO WS-DPD-DISPLAY.
           MOVE LN-ARREARS-AMOUNT TO WS-ARREARS-DISPLAY.
           MOVE SPACES TO LTR-TEXT.
           STRING 'YOUR LOAN ACCOUNT ' WS-RPT-ACCOUNT-DISPLAY
                   ' (' H1-ACCOUNT-NAME ') AT ' H1-BASE-BRANCH
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE SPACES TO LTR-TEXT.
           STRING 'IS ' WS-DPD-DISPLAY ' DAYS PAST DUE WITH '
                   H1-CURRENCY ' ' WS-ARREARS-DISPLAY
                   ' IN MISSED INSTALMENTS.'
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           IF WS-FINAL-DEMAND-LETTER
              MOVE 'UNLESS THE ARREARS ARE PAID THE LOAN WILL BE PASSED'
                TO LTR-TEXT
              PERFORM WRITE-LETTER-LINE
              MOVE 'TO OUR RECOVERIES TEAM AND THE WHOLE BALANCE MAY'
                TO LTR-TEXT
              PERFORM WRITE-LETTER-LINE
              MOVE 'BECOME DUE. PLEASE CONTACT YOUR BRANCH AT ONCE.'
                TO LTR-TEXT
              PERFORM WRITE-LETTER-LINE
              ADD 1 TO WS-DEMAND-COUNT
           ELSE
              MOVE 'PLEASE PAY THE ARREARS INTO YOUR REPAYMENT ACCOUNT'
                TO LTR-TEXT
              PERFORM WRITE-LETTER-LINE
              MOVE 'OR CONTACT YOUR BRANCH TO DISCUSS THE LOAN.'
                TO LTR-TEXT
              PERFORM WRITE-LETTER-LINE
              ADD 1 TO WS-REMINDER-COUNT
           END-IF.
           MOVE '*** END OF NOTICE ***' TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.

      ******************************************************************
       WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           IF NOT LTRFILE-STATUS-OK
              DISPLAY 'ERROR WRITING LETTER FILE.'
           END-IF.
           MOVE SPACE TO LTR-CC.
           MOVE SPACES TO LTR-TEXT.

      ******************************************************************
      * REFRESH-WORKLIST-ENTRY brings the loan's OPEN worklist entry
      * up to tonight's figures, or opens one dated tonight if the
      * loan has just crossed 60 days.
       REFRESH-WORKLIST-ENTRY.
           MOVE LN-LOAN-ACCOUNT   TO CW-LOAN-ACCOUNT.
           MOVE WS-BUSINESS-DATE  TO CW-ADDED-DATE.
           MOVE H1-BASE-BRANCH    TO CW-BASE-BRANCH.
           MOVE LN-DAYS-PAST-DUE  TO CW-DAYS-PAST-DUE.
           MOVE LN-ARREARS-BUCKET TO CW-ARREARS-BUCKET.
           MOVE LN-ARREARS-AMOUNT TO CW-ARREARS-AMOUNT.
           MOVE WK-WORK-OPEN      TO CW-WORK-STATUS.
           MOVE WK-ARREARS-USERID TO CW-UPD-USERID.
           EXEC SQL
                UPDATE CBS_COLLECT_WORKLIST
                   SET DAYS_PAST_DUE = :CW-DAYS-PAST-DUE ,
                       ARREARS_BUCKET = :CW-ARREARS-BUCKET ,
                       ARREARS_AMOUNT = :CW-ARREARS-AMOUNT ,
                       UPD_USERID = :CW-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE LOAN_ACCOUNT = :CW-LOAN-ACCOUNT
                   AND WORK_STATUS = :WK-WORK-OPEN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM INSERT-WORKLIST-ENTRY
              WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY '(CBSLNARR) WORKLIST UPDATE FAILED. LOAN='
                   LN-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-WORKLIST-ENTRY.
           EXEC SQL
                INSERT INTO CBS_COLLECT_WORKLIST
                       ( LOAN_ACCOUNT ,
                         ADDED_DATE ,
                         BASE_BRANCH ,
                         DAYS_PAST_DUE ,
                         ARREARS_BUCKET ,
                         ARREARS_AMOUNT ,
                         WORK_STATUS ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :CW-LOAN-ACCOUNT ,
                         :CW-ADDED-DATE ,
                         :CW-BASE-BRANCH ,
                         :CW-DAYS-PAST-DUE ,
                         :CW-ARREARS-BUCKET ,
                         :CW-ARREARS-AMOUNT ,
                         :CW-WORK-STATUS ,
                         :CW-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(CBSLNARR) WORKLIST INSERT FAILED. LOAN='
                LN-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-WL-ADDED-COUNT
              MOVE 'ADDED TO COLLECTIONS WORKLIST  ' TO WS-LINE-LABEL
              PERFORM WRITE-WORKLIST-LINE
           END-IF.

      ******************************************************************
      * CLEAR-WORKLIST-ENTRY closes the loan's OPEN entry, if it has
      * one, once the loan is back under 60 days past due.
       CLEAR-WORKLIST-ENTRY.
           MOVE LN-LOAN-ACCOUNT TO CW-LOAN-ACCOUNT.
           EXEC SQL
                UPDATE CBS_COLLECT_WORKLIST
                   SET WORK_STATUS = :WK-WORK-CLEARED ,
                       DAYS_PAST_DUE = :LN-DAYS-PAST-DUE ,
                       ARREARS_BUCKET = :LN-ARREARS-BUCKET ,
                       ARREARS_AMOUNT = :LN-ARREARS-AMOUNT ,
                       UPD_USERID = :WK-ARREARS-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE LOAN_ACCOUNT = :CW-LOAN-ACCOUNT
                   AND WORK_STATUS = :WK-WORK-OPEN
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-WL-CLEARED-COUNT
                 MOVE 'CLEARED FROM COLLECTIONS WORKLIST'
                   TO WS-LINE-LABEL
                 PERFORM WRITE-WORKLIST-LINE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY '(CBSLNARR) WORKLIST CLEAR FAILED. LOAN='
                   LN-LOAN-ACCOUNT ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       WRITE-WORKLIST-LINE.
           MOVE LN-LOAN-ACCOUNT   TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE LN-DAYS-PAST-DUE  TO WS-DPD-DISPLAY.
           MOVE LN-ARREARS-AMOUNT TO WS-ARREARS-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LINE-LABEL ' LOAN ' WS-RPT-ACCOUNT-DISPLAY
                   ' ' H1-BASE-BRANCH
                   ' DPD ' WS-DPD-DISPLAY
                   ' ARREARS ' H1-CURRENCY ' ' WS-ARREARS-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-PROVISION-SUMMARY is the month-end arrears and
      * provisioning summary, read after tonight's assessment has
      * been committed so every loan shows tonight's bucket.
       WRITE-PROVISION-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'MONTH-END ARREARS AND PROVISIONING SUMMARY  '
                   WS-BUSINESS-DATE
                   ' (REPORTING CCY ' WK-REPORTING-CURRENCY ')'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH               PROD.   BUCKET '
                   '       LOANS              ARREARS'
                   '          OUTSTANDING            PROVISION'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           INITIALIZE WS-GROUP-TABLE.
           INITIALIZE WS-BANK-TABLE.

           EXEC SQL
                OPEN PROVSUMCSR
           END-EXEC.
           PERFORM FETCH-NEXT-SUMMARY-GROUP.
           PERFORM UNTIL WS-SUM-END-OF-CURSOR
              PERFORM ROLL-ONE-SUMMARY-GROUP
              PERFORM FETCH-NEXT-SUMMARY-GROUP
           END-PERFORM.
           EXEC SQL
                CLOSE PROVSUMCSR
           END-EXEC.
           IF NOT WS-FIRST-GROUP
              PERFORM WRITE-PRODUCT-LINES
           END-IF.
           PERFORM WRITE-BANKWIDE-TOTAL.

      ******************************************************************
       FETCH-NEXT-SUMMARY-GROUP.
           EXEC SQL
                FETCH PROVSUMCSR
                 INTO :WS-SM-BRANCH, :WS-SM-PRODUCT,
                      :WS-SM-CURRENCY, :WS-SM-BUCKET,
                      :WS-SM-LOAN-COUNT, :WS-SM-ARREARS-SUM,
                      :WS-SM-OUTSTANDING-SUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-SUM-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSLNARR) SUMMARY FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-SUM-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * ROLL-ONE-SUMMARY-GROUP breaks to new branch/product lines when
      * either changes, converts this currency group at the business
      * date's rate, works out its provision and folds it into the
      * bucket's slot. A group with no rate for the date is flagged on
      * its own line and left out of the figures.
       ROLL-ONE-SUMMARY-GROUP.
           IF WS-FIRST-GROUP
              MOVE 'N' TO WS-FIRST-SWITCH
              MOVE WS-SM-BRANCH  TO WS-CURR-BRANCH
              MOVE WS-SM-PRODUCT TO WS-CURR-PRODUCT
           ELSE
              IF WS-SM-BRANCH NOT = WS-CURR-BRANCH
                 OR WS-SM-PRODUCT NOT = WS-CURR-PRODUCT
                 PERFORM WRITE-PRODUCT-LINES
                 MOVE WS-SM-BRANCH  TO WS-CURR-BRANCH
                 MOVE WS-SM-PRODUCT TO WS-CURR-PRODUCT
              END-IF
           END-IF.
           MOVE WS-SM-CURRENCY   TO FX-CURRENCY.
           MOVE WS-BUSINESS-DATE TO FX-RATE-DATE.
           EXEC SQL
                SELECT RATE_TO_REPORTING
                  INTO :FX-RATE-TO-REPORTING
                  FROM CBS_FX_RATE
                 WHERE CURRENCY = :FX-CURRENCY
                   AND RATE_DATE = :FX-RATE-DATE
           END-EXEC.
           IF SQLCODE = 0
              COMPUTE WS-CONV-ARREARS ROUNDED =
                      WS-SM-ARREARS-SUM * FX-RATE-TO-REPORTING
              COMPUTE WS-CONV-OUTSTANDING ROUNDED =
                      WS-SM-OUTSTANDING-SUM * FX-RATE-TO-REPORTING
              MOVE WS-SM-BUCKET TO WS-BK-IDX
              PERFORM SET-BUCKET-TERMS
              COMPUTE WS-CONV-PROVISION ROUNDED =
                      WS-CONV-OUTSTANDING * WS-PROVISION-PCT / 100
              ADD 1 TO WS-BK-IDX
              ADD WS-SM-LOAN-COUNT    TO WS-GRP-COUNT (WS-BK-IDX)
              ADD WS-CONV-ARREARS     TO WS-GRP-ARREARS (WS-BK-IDX)
              ADD WS-CONV-OUTSTANDING
                TO WS-GRP-OUTSTANDING (WS-BK-IDX)
              ADD WS-CONV-PROVISION   TO WS-GRP-PROVISION (WS-BK-IDX)
           ELSE
              ADD 1 TO WS-NORATE-COUNT
              PERFORM WRITE-NORATE-LINE
           END-IF.

      ******************************************************************
      * SET-BUCKET-TERMS gives the report label and provision rate of
      * the bucket in WS-BK-IDX (0 to 4).
       SET-BUCKET-TERMS.
           EVALUATE WS-BK-IDX
              WHEN 0
                 MOVE 'CURRENT' TO WS-BUCKET-LABEL
                 MOVE WK-PROVISION-CURRENT TO WS-PROVISION-PCT
              WHEN 1
                 MOVE '1-29'    TO WS-BUCKET-LABEL
                 MOVE WK-PROVISION-1-29 TO WS-PROVISION-PCT
              WHEN 2
                 MOVE '30-59'   TO WS-BUCKET-LABEL
                 MOVE WK-PROVISION-30-59 TO WS-PROVISION-PCT
              WHEN 3
                 MOVE '60-89'   TO WS-BUCKET-LABEL
                 MOVE WK-PROVISION-60-89 TO WS-PROVISION-PCT
              WHEN OTHER
                 MOVE '90+'     TO WS-BUCKET-LABEL
                 MOVE WK-PROVISION-90-PLUS TO WS-PROVISION-PCT
           END-EVALUATE.

      ******************************************************************
       WRITE-NORATE-LINE.
           MOVE WS-SM-OUTSTANDING-SUM TO WS-NATIVE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-SM-BRANCH ' ' WS-SM-PRODUCT ' ' WS-SM-CURRENCY
                   ' OUTSTANDING ' WS-NATIVE-DISPLAY
                   ' ** NO RATE FOR DATE - EXCLUDED FROM TOTALS **'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-PRODUCT-LINES prints one line per bucket the branch and
      * product has loans in, then the product's subtotal, rolls the
      * slots into the bank-wide table and clears them.
       WRITE-PRODUCT-LINES.
           MOVE 0 TO WS-SUB-COUNT.
           MOVE 0 TO WS-SUB-ARREARS.
           MOVE 0 TO WS-SUB-OUTSTANDING.
           MOVE 0 TO WS-SUB-PROVISION.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
              IF WS-GRP-COUNT (WS-BK-IDX) > 0
                 MOVE WS-GRP-COUNT (WS-BK-IDX)   TO WS-LINE-COUNT
                 MOVE WS-GRP-ARREARS (WS-BK-IDX) TO WS-LINE-ARREARS
                 MOVE WS-GRP-OUTSTANDING (WS-BK-IDX)
                   TO WS-LINE-OUTSTANDING
                 MOVE WS-GRP-PROVISION (WS-BK-IDX)
                   TO WS-LINE-PROVISION
                 SUBTRACT 1 FROM WS-BK-IDX
                 PERFORM SET-BUCKET-TERMS
                 ADD 1 TO WS-BK-IDX
                 MOVE SPACES TO WS-LINE-LABEL
                 STRING WS-CURR-BRANCH ' ' WS-CURR-PRODUCT
                         '   ' WS-BUCKET-LABEL
                         DELIMITED BY SIZE
                         INTO WS-LINE-LABEL
                 END-STRING
                 PERFORM WRITE-SUMMARY-LINE
                 ADD WS-LINE-COUNT       TO WS-SUB-COUNT
                 ADD WS-LINE-ARREARS     TO WS-SUB-ARREARS
                 ADD WS-LINE-OUTSTANDING TO WS-SUB-OUTSTANDING
                 ADD WS-LINE-PROVISION   TO WS-SUB-PROVISION
                 ADD WS-LINE-COUNT TO WS-TOT-COUNT (WS-BK-IDX)
                 ADD WS-LINE-ARREARS TO WS-TOT-ARREARS (WS-BK-IDX)
                 ADD WS-LINE-OUTSTANDING
                   TO WS-TOT-OUTSTANDING (WS-BK-IDX)
                 ADD WS-LINE-PROVISION
                   TO WS-TOT-PROVISION (WS-BK-IDX)
              END-IF
           END-PERFORM.
           MOVE WS-SUB-COUNT       TO WS-LINE-COUNT.
           MOVE WS-SUB-ARREARS     TO WS-LINE-ARREARS.
           MOVE WS-SUB-OUTSTANDING TO WS-LINE-OUTSTANDING.
           MOVE WS-SUB-PROVISION   TO WS-LINE-PROVISION.
           MOVE SPACES TO WS-LINE-LABEL.
           STRING WS-CURR-BRANCH ' ' WS-CURR-PRODUCT '   TOTAL'
                   DELIMITED BY SIZE
                   INTO WS-LINE-LABEL
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.
           INITIALIZE WS-GROUP-TABLE.

      ******************************************************************
      * WRITE-BANKWIDE-TOTAL prints the bank's figures bucket by
      * bucket and in total.
       WRITE-BANKWIDE-TOTAL.
           MOVE 0 TO WS-SUB-COUNT.
           MOVE 0 TO WS-SUB-ARREARS.
           MOVE 0 TO WS-SUB-OUTSTANDING.
           MOVE 0 TO WS-SUB-PROVISION.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1 UNTIL WS-BK-IDX > 5
              MOVE WS-TOT-COUNT (WS-BK-IDX)   TO WS-LINE-COUNT
              MOVE WS-TOT-ARREARS (WS-BK-IDX) TO WS-LINE-ARREARS
              MOVE WS-TOT-OUTSTANDING (WS-BK-IDX)
                TO WS-LINE-OUTSTANDING
              MOVE WS-TOT-PROVISION (WS-BK-IDX) TO WS-LINE-PROVISION
              SUBTRACT 1 FROM WS-BK-IDX
              PERFORM SET-BUCKET-TERMS
              ADD 1 TO WS-BK-IDX
              MOVE SPACES TO WS-LINE-LABEL
              STRING 'BANK-WIDE                  ' WS-BUCKET-LABEL
                      DELIMITED BY SIZE
                      INTO WS-LINE-LABEL
              END-STRING
              PERFORM WRITE-SUMMARY-LINE
              ADD WS-LINE-COUNT       TO WS-SUB-COUNT
              ADD WS-LINE-ARREARS     TO WS-SUB-ARREARS
              ADD WS-LINE-OUTSTANDING TO WS-SUB-OUTSTANDING
              ADD WS-LINE-PROVISION   TO WS-SUB-PROVISION
           END-PERFORM.
           MOVE WS-SUB-COUNT       TO WS-LINE-COUNT.
           MOVE WS-SUB-ARREARS     TO WS-LINE-ARREARS.
           MOVE WS-SUB-OUTSTANDING TO WS-LINE-OUTSTANDING.
           MOVE WS-SUB-PROVISION   TO WS-LINE-PROVISION.
           MOVE 'BANK-WIDE TOTAL' TO WS-LINE-LABEL.
           PERFORM WRITE-SUMMARY-LINE.
           MOVE WS-NORATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CURRENCY GROUPS WITHOUT A RATE: '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-SUMMARY-LINE.
           MOVE WS-LINE-COUNT       TO WS-COUNT-DISPLAY.
           MOVE WS-LINE-ARREARS     TO WS-AMOUNT-DISPLAY.
           MOVE WS-LINE-OUTSTANDING TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-LINE-PROVISION   TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LINE-LABEL ' ' WS-COUNT-DISPLAY
                   ' ' WS-AMOUNT-DISPLAY
                   ' ' WS-AMOUNT-DISPLAY-2
                   ' ' WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOAN ARREARS AND COLLECTIONS WORKLIST REPORT  '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
       TALLY-COMMIT.
           ADD 1 TO WS-COMMIT-TALLY.
           IF WS-COMMIT-TALLY >= WK-COMMIT-INTERVAL
              PERFORM COMMIT-ARREARS
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

      ******************************************************************
       COMMIT-ARREARS.
           EXEC SQL
                COMMIT
           END-EXEC.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSLNARR' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSLNARR) RUN LOG START FAILED. SQLCODE='
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
                   WS-FEE-COUNT + WS-ASSESSED-COUNT.
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
              DISPLAY '(CBSLNARR) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
