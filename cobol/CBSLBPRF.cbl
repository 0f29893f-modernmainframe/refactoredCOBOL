      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSLBPRF
      ******************************************************************
      * Ledger-balance proof. LEDGER_BALANCE on CBS_ACCT_MSTR_DTL is a
      * running figure each posting program (CBSTXNP, CBSTXSPD,
      * CBSINTFE, CBSESCHT, the term-deposit and loan batches) moves
      * on its own, and nothing proved it still equalled the accepted
      * postings behind it - after the suspense-repair incident
      * nobody could say which balances were right.
      *
      * Every account opens at a zero balance and every movement
      * lands a CBS_ACCT_TXN_HIST row, so this rebuilds each
      * account's balance from its accepted ('A') rows - credits
      * add, debits subtract - across CBS_ACCT_TXN_HIST and the
      * CBSRETAR retention archive CBS_ACCT_TXN_HIST_ARCH, and
      * compares it with the stored LEDGER_BALANCE. Every account
      * that differs is listed on PRFRPT with the stored and rebuilt
      * figures, the difference (stored less rebuilt) and the
      * timestamp of its last accepted posting. Control totals -
      * accounts proved and broken, stored and rebuilt balance and
      * net difference - are printed per currency and the account
      * counts for the whole run.
      *
      * The run is read-only and can go nightly or on demand. With
      * no PRFBRNCH card it proves the whole book; a card naming a
      * BASE_BRANCH proves that branch alone. Any break ends the
      * step with return code 4 (recorded on BATCH_RUN_LOG) so the
      * schedule flags it for the morning without holding the night.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSLBPRF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO PRFRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS RPTFILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BUSDATE-STATUS.

           SELECT BRANCH-CARD-FILE ASSIGN TO PRFBRNCH
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BRNCARD-STATUS.

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

      * Branch control card: the BASE_BRANCH to prove. No card, or a
      * blank branch, proves the whole book.
       FD BRANCH-CARD-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BRANCH-CARD-REC.
          05 PB-BASE-BRANCH            PIC X(20).
          05 FILLER                    PIC X(60).

       WORKING-STORAGE SECTION.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BRNCARD-STATUS               PIC X(02) VALUE SPACES.
          88 BRNCARD-STATUS-OK         VALUE '00'.
       01 WS-BRANCH-FILTER             PIC X VALUE 'N'.
       01 WS-PROOF-BRANCH              PIC X(20) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-BREAK-RC              PIC S9(4) USAGE COMP VALUE 4.
      * One account as fetched: stored balance against the balance
      * rebuilt from its accepted postings.
       01 WS-PRF-ACCOUNT               PIC S9(18) USAGE COMP.
       01 WS-PRF-BRANCH                PIC X(20).
       01 WS-PRF-CURRENCY              PIC X(3).
       01 WS-PRF-STORED                PIC S9(18) USAGE COMP.
       01 WS-PRF-REBUILT               PIC S9(18) USAGE COMP.
       01 WS-PRF-LAST-POSTED           PIC X(26).
       01 WS-PRF-DIFFERENCE            PIC S9(18) USAGE COMP.
      * Per-currency control totals (control break on CURRENCY).
       01 WS-CURR-CURRENCY             PIC X(3) VALUE SPACES.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-ACCOUNT          VALUE 'Y'.
       01 WS-CCY-ACCOUNTS              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CCY-BREAKS                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CCY-STORED                PIC S9(18) USAGE COMP-3
                                        VALUE 0.
       01 WS-CCY-REBUILT               PIC S9(18) USAGE COMP-3
                                        VALUE 0.
       01 WS-CCY-DIFFERENCE            PIC S9(18) USAGE COMP-3
                                        VALUE 0.
      * Run totals.
       01 WS-ACCOUNT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BREAK-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ACCT-DISPLAY              PIC 9(18).
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-DISPLAY-2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC ---,---,---,---,--9.
       01 WS-AMOUNT-DISPLAY-2          PIC ---,---,---,---,--9.
       01 WS-AMOUNT-DISPLAY-3          PIC ---,---,---,---,--9.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSTXNH.cpy / CBSTXHA.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-TXN-HIST.
      *01  DCLCBS-ACCT-TXN-HIST-ARCH.
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
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXHA
           END-EXEC.

      * Every account in scope with its stored balance, the balance
      * rebuilt from the accepted live and archived postings, and its
      * last accepted posting (the live table first - archived rows
      * are always the older ones), in currency order for the
      * control break.
           EXEC SQL
             DECLARE PROOFCSR CURSOR FOR
                SELECT B.ACCOUNT_NUMBER, B.BASE_BRANCH, B.CURRENCY,
                       B.LEDGER_BALANCE,
                       COALESCE(
                         ( SELECT SUM(CASE WHEN H.TXN_TYPE = 'C'
                                           THEN BIGINT(H.TXN_AMOUNT)
                                           ELSE 0 - BIGINT(H.TXN_AMOUNT)
                                      END)
                             FROM CBS_ACCT_TXN_HIST H
                            WHERE H.ACCOUNT_NUMBER = B.ACCOUNT_NUMBER
                              AND H.DISPOSITION = 'A' ), 0)
                     + COALESCE(
                         ( SELECT SUM(CASE WHEN R.TXN_TYPE = 'C'
                                           THEN BIGINT(R.TXN_AMOUNT)
                                           ELSE 0 - BIGINT(R.TXN_AMOUNT)
                                      END)
                             FROM CBS_ACCT_TXN_HIST_ARCH R
                            WHERE R.ACCOUNT_NUMBER = B.ACCOUNT_NUMBER
                              AND R.DISPOSITION = 'A' ), 0),
                       COALESCE(
                         CHAR(( SELECT MAX(H.POST_TIMESTAMP)
                                  FROM CBS_ACCT_TXN_HIST H
                                 WHERE H.ACCOUNT_NUMBER =
                                       B.ACCOUNT_NUMBER
                                   AND H.DISPOSITION = 'A' )),
                         CHAR(( SELECT MAX(R.POST_TIMESTAMP)
                                  FROM CBS_ACCT_TXN_HIST_ARCH R
                                 WHERE R.ACCOUNT_NUMBER =
                                       B.ACCOUNT_NUMBER
                                   AND R.DISPOSITION = 'A' )),
                         'NO POSTINGS')
                  FROM CBS_ACCT_MSTR_DTL B
                 WHERE ( :WS-BRANCH-FILTER = 'N'
                      OR B.BASE_BRANCH = :WS-PROOF-BRANCH )
                 ORDER BY B.CURRENCY, B.BASE_BRANCH, B.ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-BRANCH-CARD.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN PROOFCSR
           END-EXEC.
           PERFORM FETCH-NEXT-ACCOUNT.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM PROVE-ONE-ACCOUNT
              PERFORM FETCH-NEXT-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE PROOFCSR
           END-EXEC.
           IF NOT WS-FIRST-ACCOUNT
              PERFORM WRITE-CURRENCY-TOTALS
           END-IF.

           PERFORM WRITE-RUN-TOTALS.
           PERFORM WRITE-RUN-LOG-END.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       FETCH-NEXT-ACCOUNT.
           EXEC SQL
                FETCH PROOFCSR
                 INTO :WS-PRF-ACCOUNT, :WS-PRF-BRANCH,
                      :WS-PRF-CURRENCY, :WS-PRF-STORED,
                      :WS-PRF-REBUILT, :WS-PRF-LAST-POSTED
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-ACCOUNT-COUNT
              WHEN OTHER
                 DISPLAY '(CBSLBPRF) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * PROVE-ONE-ACCOUNT breaks to a new currency when it changes,
      * accumulates the account into the currency totals and lists
      * it when the stored and rebuilt balances disagree.
       PROVE-ONE-ACCOUNT.
           IF WS-FIRST-ACCOUNT
              MOVE 'N' TO WS-FIRST-SWITCH
              MOVE WS-PRF-CURRENCY TO WS-CURR-CURRENCY
           ELSE
              IF WS-PRF-CURRENCY NOT = WS-CURR-CURRENCY
                 PERFORM WRITE-CURRENCY-TOTALS
                 MOVE WS-PRF-CURRENCY TO WS-CURR-CURRENCY
              END-IF
           END-IF.
           COMPUTE WS-PRF-DIFFERENCE = WS-PRF-STORED - WS-PRF-REBUILT.
           ADD 1 TO WS-CCY-ACCOUNTS.
           ADD WS-PRF-STORED     TO WS-CCY-STORED.
           ADD WS-PRF-REBUILT    TO WS-CCY-REBUILT.
           ADD WS-PRF-DIFFERENCE TO WS-CCY-DIFFERENCE.
           IF WS-PRF-DIFFERENCE NOT = 0
              ADD 1 TO WS-CCY-BREAKS
              ADD 1 TO WS-BREAK-COUNT
              PERFORM WRITE-BREAK-LINE
           END-IF.

      ******************************************************************
       WRITE-BREAK-LINE.
           MOVE WS-PRF-ACCOUNT    TO WS-ACCT-DISPLAY.
           MOVE WS-PRF-STORED     TO WS-AMOUNT-DISPLAY.
           MOVE WS-PRF-REBUILT    TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-PRF-DIFFERENCE TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ACCT-DISPLAY ' ' WS-PRF-BRANCH ' '
                   WS-PRF-CURRENCY WS-AMOUNT-DISPLAY
                   WS-AMOUNT-DISPLAY-2 WS-AMOUNT-DISPLAY-3 ' '
                   WS-PRF-LAST-POSTED
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-CURRENCY-TOTALS prints the currency's control totals and
      * resets them. Stored less rebuilt across the currency is the
      * net of the listed differences.
       WRITE-CURRENCY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CCY-ACCOUNTS TO WS-COUNT-DISPLAY.
           MOVE WS-CCY-BREAKS   TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CURRENCY ' WS-CURR-CURRENCY
                   '  ACCOUNTS PROVED: ' WS-COUNT-DISPLAY
                   '  ACCOUNTS BROKEN: ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-CCY-STORED     TO WS-AMOUNT-DISPLAY.
           MOVE WS-CCY-REBUILT    TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-CCY-DIFFERENCE TO WS-AMOUNT-DISPLAY-3.
           MOVE SPACES TO REPORT-LINE.
           STRING '  STORED ' WS-AMOUNT-DISPLAY
                   '  REBUILT ' WS-AMOUNT-DISPLAY-2
                   '  DIFFERENCE ' WS-AMOUNT-DISPLAY-3
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-CCY-ACCOUNTS.
           MOVE 0 TO WS-CCY-BREAKS.
           MOVE 0 TO WS-CCY-STORED.
           MOVE 0 TO WS-CCY-REBUILT.
           MOVE 0 TO WS-CCY-DIFFERENCE.

      ******************************************************************
      * WRITE-RUN-TOTALS closes the report with the account counts for
      * the whole run and sets return code 4 when anything broke.
       WRITE-RUN-TOTALS.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-BREAK-COUNT   TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL ACCOUNTS PROVED: ' WS-COUNT-DISPLAY
                   '   TOTAL ACCOUNTS BROKEN: ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-BREAK-COUNT = 0
              MOVE 'ALL LEDGER BALANCES PROVED' TO REPORT-LINE
              MOVE 0 TO RL-RETURN-CODE
           ELSE
              MOVE 'LEDGER BALANCE BREAKS FOUND - SEE ABOVE'
                TO REPORT-LINE
              MOVE WK-BREAK-RC TO RL-RETURN-CODE
              MOVE WK-BREAK-RC TO RETURN-CODE
              DISPLAY '(CBSLBPRF) LEDGER BALANCE BREAKS: '
                WS-COUNT-DISPLAY-2
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           IF WS-BRANCH-FILTER = 'Y'
              STRING 'LEDGER-BALANCE PROOF  ' WS-BUSINESS-DATE
                      '  BRANCH ' WS-PROOF-BRANCH
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
           ELSE
              STRING 'LEDGER-BALANCE PROOF  ' WS-BUSINESS-DATE
                      '  WHOLE BOOK'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT-NUMBER     BRANCH               CCY'
                   '             STORED'
                   '            REBUILT'
                   '         DIFFERENCE'
                   ' LAST POSTED'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
      * READ-BRANCH-CARD picks up the optional PRFBRNCH card. A card
      * naming a branch narrows the proof to that BASE_BRANCH; no
      * card, or a blank one, proves every account.
       READ-BRANCH-CARD.
           OPEN INPUT BRANCH-CARD-FILE.
           IF BRNCARD-STATUS-OK
              READ BRANCH-CARD-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PB-BASE-BRANCH NOT = SPACES
                       MOVE 'Y' TO WS-BRANCH-FILTER
                       MOVE PB-BASE-BRANCH TO WS-PROOF-BRANCH
                       DISPLAY '(CBSLBPRF) PROVING BRANCH '
                         WS-PROOF-BRANCH
                    END-IF
              END-READ
              CLOSE BRANCH-CARD-FILE
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSLBPRF' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSLBPRF) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * accounts proved as read, breaks as failed, nothing updated.
       WRITE-RUN-LOG-END.
           MOVE WS-ACCOUNT-COUNT TO RL-RECORDS-READ.
           MOVE 0 TO RL-RECORDS-UPDATED.
           MOVE WS-BREAK-COUNT TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSLBPRF) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card so
      * the run is logged against the business date it proves, not
      * the date it happens to execute on. A missing card falls back
      * to CURRENT DATE.
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
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.
