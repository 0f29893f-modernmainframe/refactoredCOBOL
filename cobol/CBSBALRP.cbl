      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSBALRP
      ******************************************************************
      * Month-end average-balance report for product reviews. Runs
      * only when the BUSDATE processing-calendar card marks
      * month-end (or year-end, which closes a month too), the
      * CBSINTFE gate, and reads the month's CBSBALSN closing-balance
      * snapshots on CBS_ACCT_BAL_SNAP - the first of the business
      * date's month through the business date itself.
      *
      * For every account snapshot in the month it prints the number
      * of days snapshot, the average closing balance over those days
      * and the lowest closing balance, grouped by BASE_BRANCH and
      * then PRODUCT_CODE. An account is grouped under the branch and
      * product it stood at on its last snapshot of the month, so an
      * account moved by CBSBRMRG mid-month appears once. Each
      * product within a branch closes with its account count, the
      * total of its accounts' averages and its lowest minimum,
      * broken out by currency so no figure adds two currencies
      * together; each branch closes with its account count.
      *
      * The average is over business days snapshot, not calendar
      * days - a weekend carries Friday's close and is not counted
      * again. Read-only.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBALRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO BALRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS RPTFILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-MONTH-END          VALUE 'M'.
          88 WS-DAY-YEAR-END           VALUE 'Y'.
       01 WS-MONTH-START               PIC X(10) VALUE SPACES.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
      * One account's month as fetched.
       01 WS-RPT-BRANCH                PIC X(20).
       01 WS-RPT-PRODUCT               PIC X(5).
       01 WS-RPT-CURRENCY              PIC X(3).
       01 WS-RPT-ACCOUNT               PIC S9(18) USAGE COMP.
       01 WS-RPT-DAYS                  PIC S9(9) USAGE COMP.
       01 WS-RPT-TOTAL                 PIC S9(18) USAGE COMP.
       01 WS-RPT-MINIMUM               PIC S9(18) USAGE COMP.
       01 WS-RPT-AVERAGE               PIC S9(18) USAGE COMP.
      * Control breaks: BASE_BRANCH, then PRODUCT_CODE and CURRENCY.
       01 WS-CURR-BRANCH               PIC X(20) VALUE SPACES.
       01 WS-CURR-PRODUCT              PIC X(5) VALUE SPACES.
       01 WS-CURR-CURRENCY             PIC X(3) VALUE SPACES.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-ACCOUNT          VALUE 'Y'.
       01 WS-PRD-ACCOUNTS              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PRD-AVERAGE-TOTAL         PIC S9(18) USAGE COMP-3
                                        VALUE 0.
       01 WS-PRD-MINIMUM               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-BRN-ACCOUNTS              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACCOUNT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BRANCH-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACCT-DISPLAY              PIC 9(18).
       01 WS-DAYS-DISPLAY              PIC ZZZ9.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-DISPLAY-2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC ---,---,---,---,--9.
       01 WS-AMOUNT-DISPLAY-2          PIC ---,---,---,---,--9.
      ******************************************************************
      * PATH : .../Cobol Include/CBSBALSN.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCBS-ACCT-BAL-SNAP.
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
             INCLUDE CBSBALSN
           END-EXEC.

      * Each account's days snapshot, total and lowest closing balance
      * over the month, under the branch, product and currency of its
      * last snapshot in the month (L), in report order.
           EXEC SQL
             DECLARE BALRPTCSR CURSOR FOR
                SELECT L.BASE_BRANCH, L.PRODUCT_CODE, L.CURRENCY,
                       S.ACCOUNT_NUMBER, COUNT(*),
                       SUM(S.LEDGER_BALANCE), MIN(S.LEDGER_BALANCE)
                  FROM CBS_ACCT_BAL_SNAP S,
                       CBS_ACCT_BAL_SNAP L
                 WHERE S.BUSINESS_DATE BETWEEN :WS-MONTH-START
                                           AND :WS-BUSINESS-DATE
                   AND L.ACCOUNT_NUMBER = S.ACCOUNT_NUMBER
                   AND L.BUSINESS_DATE =
                       ( SELECT MAX(M.BUSINESS_DATE)
                           FROM CBS_ACCT_BAL_SNAP M
                          WHERE M.ACCOUNT_NUMBER = S.ACCOUNT_NUMBER
                            AND M.BUSINESS_DATE
                                BETWEEN :WS-MONTH-START
                                    AND :WS-BUSINESS-DATE )
                 GROUP BY L.BASE_BRANCH, L.PRODUCT_CODE, L.CURRENCY,
                          S.ACCOUNT_NUMBER
                 ORDER BY 1, 2, 3, 4
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           IF NOT WS-DAY-MONTH-END AND NOT WS-DAY-YEAR-END
              DISPLAY '(CBSBALRP) NOT MONTH-END ON CALENDAR -'
                ' AVERAGE-BALANCE REPORT SKIPPED'
              STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START(9:2).
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN BALRPTCSR
           END-EXEC.
           PERFORM FETCH-NEXT-ACCOUNT.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM REPORT-ONE-ACCOUNT
              PERFORM FETCH-NEXT-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE BALRPTCSR
           END-EXEC.
           IF NOT WS-FIRST-ACCOUNT
              PERFORM WRITE-PRODUCT-TOTALS
              PERFORM WRITE-BRANCH-TOTALS
           END-IF.

           PERFORM WRITE-RUN-TOTALS.
           PERFORM WRITE-RUN-LOG-END.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       FETCH-NEXT-ACCOUNT.
           EXEC SQL
                FETCH BALRPTCSR
                 INTO :WS-RPT-BRANCH, :WS-RPT-PRODUCT,
                      :WS-RPT-CURRENCY, :WS-RPT-ACCOUNT,
                      :WS-RPT-DAYS, :WS-RPT-TOTAL, :WS-RPT-MINIMUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-ACCOUNT-COUNT
              WHEN OTHER
                 DISPLAY '(CBSBALRP) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * REPORT-ONE-ACCOUNT breaks to a new branch, or to a new product
      * or currency within the branch, when either changes, then
      * lists the account and adds it to the product's totals.
       REPORT-ONE-ACCOUNT.
           IF WS-FIRST-ACCOUNT
              MOVE 'N' TO WS-FIRST-SWITCH
              PERFORM START-NEW-BRANCH
           ELSE
              IF WS-RPT-BRANCH NOT = WS-CURR-BRANCH
                 PERFORM WRITE-PRODUCT-TOTALS
                 PERFORM WRITE-BRANCH-TOTALS
                 PERFORM START-NEW-BRANCH
              ELSE
                 IF WS-RPT-PRODUCT NOT = WS-CURR-PRODUCT
                    OR WS-RPT-CURRENCY NOT = WS-CURR-CURRENCY
                    PERFORM WRITE-PRODUCT-TOTALS
                    MOVE WS-RPT-PRODUCT  TO WS-CURR-PRODUCT
                    MOVE WS-RPT-CURRENCY TO WS-CURR-CURRENCY
                 END-IF
              END-IF
           END-IF.
           COMPUTE WS-RPT-AVERAGE ROUNDED =
                   WS-RPT-TOTAL / WS-RPT-DAYS.
           IF WS-PRD-ACCOUNTS = 0
              MOVE WS-RPT-MINIMUM TO WS-PRD-MINIMUM
           ELSE
              IF WS-RPT-MINIMUM < WS-PRD-MINIMUM
                 MOVE WS-RPT-MINIMUM TO WS-PRD-MINIMUM
              END-IF
           END-IF.
           ADD 1 TO WS-PRD-ACCOUNTS.
           ADD 1 TO WS-BRN-ACCOUNTS.
           ADD WS-RPT-AVERAGE TO WS-PRD-AVERAGE-TOTAL.
           PERFORM WRITE-ACCOUNT-LINE.

      ******************************************************************
       START-NEW-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE WS-RPT-BRANCH   TO WS-CURR-BRANCH.
           MOVE WS-RPT-PRODUCT  TO WS-CURR-PRODUCT.
           MOVE WS-RPT-CURRENCY TO WS-CURR-CURRENCY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH ' WS-CURR-BRANCH
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-ACCOUNT-LINE.
           MOVE WS-RPT-ACCOUNT TO WS-ACCT-DISPLAY.
           MOVE WS-RPT-DAYS    TO WS-DAYS-DISPLAY.
           MOVE WS-RPT-AVERAGE TO WS-AMOUNT-DISPLAY.
           MOVE WS-RPT-MINIMUM TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-RPT-PRODUCT ' ' WS-ACCT-DISPLAY ' '
                   WS-RPT-CURRENCY ' ' WS-DAYS-DISPLAY
                   WS-AMOUNT-DISPLAY WS-AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-PRODUCT-TOTALS prints the product-and-currency group's
      * account count, total of averages and lowest minimum, and
      * resets them.
       WRITE-PRODUCT-TOTALS.
           MOVE WS-PRD-ACCOUNTS      TO WS-COUNT-DISPLAY.
           MOVE WS-PRD-AVERAGE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-PRD-MINIMUM       TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING '  PRODUCT ' WS-CURR-PRODUCT ' ' WS-CURR-CURRENCY
                   '  ACCOUNTS: ' WS-COUNT-DISPLAY
                   '  TOTAL AVERAGE ' WS-AMOUNT-DISPLAY
                   '  LOWEST ' WS-AMOUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-PRD-ACCOUNTS.
           MOVE 0 TO WS-PRD-AVERAGE-TOTAL.
           MOVE 0 TO WS-PRD-MINIMUM.

      ******************************************************************
       WRITE-BRANCH-TOTALS.
           MOVE WS-BRN-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH ' WS-CURR-BRANCH
                   '  ACCOUNTS: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-BRN-ACCOUNTS.

      ******************************************************************
       WRITE-RUN-TOTALS.
           MOVE WS-BRANCH-COUNT  TO WS-COUNT-DISPLAY.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL BRANCHES: ' WS-COUNT-DISPLAY
                   '   TOTAL ACCOUNTS: ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY '(CBSBALRP) ACCOUNTS REPORTED: ' WS-COUNT-DISPLAY-2.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MONTH-END AVERAGE BALANCES  ' WS-MONTH-START
                   ' TO ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  PROD  ACCOUNT-NUMBER     CCY DAYS'
                   '    AVERAGE BALANCE'
                   '    MINIMUM BALANCE'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSBALRP' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSBALRP) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * accounts reported as read, nothing updated.
       WRITE-RUN-LOG-END.
           MOVE WS-ACCOUNT-COUNT TO RL-RECORDS-READ.
           MOVE 0 TO RL-RECORDS-UPDATED.
           MOVE 0 TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSBALRP) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card. The
      * report has no sensible fallback date - without a card it is
      * skipped rather than averaging the wrong month.
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
              DISPLAY '(CBSBALRP) NO PROCESSING-CALENDAR CARD -'
                ' AVERAGE-BALANCE REPORT SKIPPED'
              STOP RUN
           END-IF.
