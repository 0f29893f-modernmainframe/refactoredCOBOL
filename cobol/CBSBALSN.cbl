      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSBALSN
      ******************************************************************
      * End-of-day balance snapshot. CBS_ACCT_MSTR_DTL only ever holds
      * today's LEDGER_BALANCE, so "what was my balance on 30 June"
      * meant replaying CBSTXINQ postings by hand and an account's
      * average balance for a product review could not be had at
      * all. As the night closes this stores every account's closing
      * LEDGER_BALANCE for the BUSDATE business date on
      * CBS_ACCT_BAL_SNAP, one row per account, with the branch,
      * product, currency and status it stood at that night.
      *
      * The snapshot is keyed on the business date: the run first
      * deletes whatever that date already holds, so a rerun after an
      * abend - or a second run the same night - replaces the date's
      * snapshot rather than duplicating it. The account cursor is
      * WITH HOLD and the inserts commit every WK-COMMIT-INTERVAL
      * rows, the CBSRETAR pattern; a run that dies partway is
      * simply rerun with the same card.
      *
      * An account whose snapshot row cannot be written leaves the
      * date incomplete, and averages taken over it would be wrong,
      * so any failure ends the step with return code 8 - CBSEOD then
      * holds the business-date roll and the rerun carries the same
      * date. CBSBALIQ answers balance-as-of inquiries from the
      * snapshot, CBSBALRP reports the month's average and minimum
      * balances at month-end, and CBSRETAR archives snapshots past
      * the retention period.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBALSN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-ACCT-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SNAP-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FAIL-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REPLACED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-FAILED-RC             PIC S9(4) USAGE COMP VALUE 8.
      * Every WK-COMMIT-INTERVAL snapshot rows, a COMMIT closes out
      * the unit of work, the CBSRETAR interval pattern.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSBALSN.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-BAL-SNAP.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      *     05 SQLERRD     OCCURS 6 TIMES PIC S9(9) COMP-5.
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
             INCLUDE CBSBALSN
           END-EXEC.

      * Every account on the master, whatever its status - a closed
      * or dormant account still has a balance on the date. WITH HOLD
      * keeps the cursor open across the interval COMMITs, the
      * CBSBRMRG precedent.
           EXEC SQL
             DECLARE BALSNAPCSR CURSOR WITH HOLD FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, PRODUCT_CODE,
                       CURRENCY, ACCOUNT_STATUS, LEDGER_BALANCE
                  FROM CBS_ACCT_MSTR_DTL
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM CLEAR-DATE-SNAPSHOT.

           EXEC SQL
                OPEN BALSNAPCSR
           END-EXEC.
           PERFORM FETCH-NEXT-ACCOUNT.
           PERFORM UNTIL WS-END-OF-CURSOR
              ADD 1 TO WS-ACCT-COUNT
              PERFORM SNAPSHOT-ONE-ACCOUNT
              PERFORM FETCH-NEXT-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE BALSNAPCSR
           END-EXEC.
           IF WS-COMMIT-TALLY > 0
              PERFORM COMMIT-SNAPSHOT
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

           MOVE WS-REPLACED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSBALSN) PRIOR SNAPSHOT ROWS REPLACED: '
             WS-COUNT-DISPLAY.
           MOVE WS-ACCT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSBALSN) ACCOUNTS READ:                '
             WS-COUNT-DISPLAY.
           MOVE WS-SNAP-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSBALSN) BALANCES SNAPSHOT:            '
             WS-COUNT-DISPLAY.
           MOVE WS-FAIL-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSBALSN) SNAPSHOTS FAILED:             '
             WS-COUNT-DISPLAY.
           IF WS-FAIL-COUNT > 0
              MOVE WK-FAILED-RC TO RL-RETURN-CODE
           ELSE
              MOVE 0 TO RL-RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           MOVE RL-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * CLEAR-DATE-SNAPSHOT removes any snapshot already held for the
      * business date and commits, so this run's rows replace it. On
      * a first run for the date nothing is found.
       CLEAR-DATE-SNAPSHOT.
           MOVE WS-BUSINESS-DATE TO BS-BUSINESS-DATE.
           EXEC SQL
                DELETE FROM CBS_ACCT_BAL_SNAP
                 WHERE BUSINESS_DATE = :BS-BUSINESS-DATE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-REPLACED-COUNT
                 PERFORM COMMIT-SNAPSHOT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSBALSN) PRIOR SNAPSHOT DELETE FAILED.'
                   ' SQLCODE=' SQLCODE
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
                 MOVE WK-FAILED-RC TO RL-RETURN-CODE
                 PERFORM WRITE-RUN-LOG-END
                 MOVE WK-FAILED-RC TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      ******************************************************************
       FETCH-NEXT-ACCOUNT.
           EXEC SQL
                FETCH BALSNAPCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
                      :H1-PRODUCT-CODE, :H1-CURRENCY,
                      :H1-ACCOUNT-STATUS, :H1-LEDGER-BALANCE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSBALSN) FETCH FAILED. SQLCODE=' SQLCODE
                 ADD 1 TO WS-FAIL-COUNT
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * SNAPSHOT-ONE-ACCOUNT writes the account's closing balance for
      * the business date.
       SNAPSHOT-ONE-ACCOUNT.
           MOVE H1-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER.
           MOVE WS-BUSINESS-DATE  TO BS-BUSINESS-DATE.
           MOVE H1-BASE-BRANCH    TO BS-BASE-BRANCH.
           MOVE H1-PRODUCT-CODE   TO BS-PRODUCT-CODE.
           MOVE H1-CURRENCY       TO BS-CURRENCY.
           MOVE H1-ACCOUNT-STATUS TO BS-ACCOUNT-STATUS.
           MOVE H1-LEDGER-BALANCE TO BS-LEDGER-BALANCE.
           EXEC SQL
                INSERT INTO CBS_ACCT_BAL_SNAP
                       ( ACCOUNT_NUMBER , BUSINESS_DATE ,
                         BASE_BRANCH , PRODUCT_CODE , CURRENCY ,
                         ACCOUNT_STATUS , LEDGER_BALANCE ,
                         SNAP_TIMESTAMP )
                VALUES
                       ( :BS-ACCOUNT-NUMBER , :BS-BUSINESS-DATE ,
                         :BS-BASE-BRANCH , :BS-PRODUCT-CODE ,
                         :BS-CURRENCY , :BS-ACCOUNT-STATUS ,
                         :BS-LEDGER-BALANCE , CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO WS-FAIL-COUNT
              DISPLAY '(CBSBALSN) SNAPSHOT INSERT FAILED. ACCT='
                BS-ACCOUNT-NUMBER ' SQLCODE=' SQLCODE
           ELSE
              ADD 1 TO WS-SNAP-COUNT
              ADD 1 TO WS-COMMIT-TALLY
              IF WS-COMMIT-TALLY >= WK-COMMIT-INTERVAL
                 PERFORM COMMIT-SNAPSHOT
                 MOVE 0 TO WS-COMMIT-TALLY
              END-IF
           END-IF.

      ******************************************************************
       COMMIT-SNAPSHOT.
           EXEC SQL
                COMMIT
           END-EXEC.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSBALSN' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSBALSN) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * accounts read, snapshot rows written and failures.
       WRITE-RUN-LOG-END.
           MOVE WS-ACCT-COUNT TO RL-RECORDS-READ.
           MOVE WS-SNAP-COUNT TO RL-RECORDS-UPDATED.
           MOVE WS-FAIL-COUNT TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSBALSN) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card so a
      * rerun after a failure snapshots the business date the run is
      * FOR, not the date it happens to execute on. A missing card
      * falls back to CURRENT DATE.
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
