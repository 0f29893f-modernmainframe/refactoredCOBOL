      * with interval commits making the rerun restartable. Archived
      * rows stay reachable: CBSTXINQ and CBSAUINQ read the archives
      * through their source flag.
      * CBS_ACCT_BAL_SNAP, the CBSBALSN end-of-day balance snapshot
      * (a row per account per business date), is held to the same
      * retention period by BUSINESS_DATE and moved to
      * CBS_ACCT_BAL_SNAP_ARCH, where CBSBALIQ's source flag reaches
      * it.
      *
      * The retention period has no safe default - a missing or zero
      * RETPERD card refuses the run rather than purging on a guess.
      *
      * A RUNMODE card (CBSRUNMD) of 'P' runs an impact preview for
      * operations to sign off the RETPERD card: the same three
      * cursors select, but each row that would move is listed on
      * PREVRPT (CBSPVLIN) - posting amount, audit status change or
      * snapshot balance - with per-table totals. A preview issues
      * no INSERT, DELETE or BATCH_RUN_LOG row.
      ******************************************************************

       IDENTIFICATION DIVISION.
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

            SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RUNMODE-STATUS.

            SELECT PREVIEW-FILE ASSIGN TO PREVRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PREVFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Retention-period control card: days of history kept live.
       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

      * Run-mode control card - see CBSRUNMD.
       FD RUN-MODE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 RUN-MODE-REC.
           COPY CBSRUNMD.

      * Impact-preview listing - see CBSPVLIN.
       FD PREVIEW-FILE
            RECORD CONTAINS 132
            RECORDING MODE IS F.

       01 PREVIEW-LINE.
           COPY CBSPVLIN.
       01 PREVIEW-TEXT                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 RETCARD-STATUS               PIC X(02) VALUE SPACES.
          88 RETCARD-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 RUNMODE-STATUS               PIC X(02) VALUE SPACES.
          88 RUNMODE-STATUS-OK         VALUE '00'.
       01 PREVFILE-STATUS              PIC X(02) VALUE SPACES.
          88 PREVFILE-STATUS-OK        VALUE '00'.
       01 WS-RUN-MODE                  PIC X(1) VALUE 'U'.
          88 WS-PREVIEW-RUN            VALUE 'P'.
       01 WS-PREVIEW-TXN-TOTAL         PIC S9(18) USAGE COMP VALUE 0.
       01 WS-PREVIEW-BAL-TOTAL         PIC S9(18) USAGE COMP VALUE 0.
       01 WS-AMOUNT-DISPLAY            PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WK-PREVIEW-ACTION            PIC X(20)
          VALUE 'ARCHIVE + DELETE'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-RETENTION-DAYS            PIC 9(4) VALUE 0.
       01 WS-TXN-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-TXN-END-OF-CURSOR      VALUE 'Y'.
       01 WS-AUD-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-AUD-END-OF-CURSOR      VALUE 'Y'.
       01 WS-BAL-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-BAL-END-OF-CURSOR      VALUE 'Y'.
       01 WS-TXN-ARCHIVED-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 WS-AUD-ARCHIVED-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BAL-ARCHIVED-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TXN-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-AUD-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-BAL-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
      * Every WK-COMMIT-INTERVAL archived rows, a COMMIT closes out
      * the unit of work, the YRENDARC interval pattern that makes a
      * rerun pick up where the abend left off.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-TXN-COMMIT-TALLY          PIC 9(4) VALUE 0.
       01 WS-AUD-COMMIT-TALLY          PIC 9(4) VALUE 0.
       01 WS-BAL-COMMIT-TALLY          PIC 9(4) VALUE 0.
      ******************************************************************
      * PATH : .../Cobol Include/CBSTXNH / CBSTXHA / CBSAUDIT /
      *        CBSAUDA / CBSBALSN / CBSBALSA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-TXN-HIST.  01 DCLCBS-ACCT-TXN-HIST-ARCH.
      *01  DCLCBS-ACCT-AUDIT-LOG. 01 DCLCBS-ACCT-AUDIT-LOG-ARCH.
      *01  DCLCBS-ACCT-BAL-SNAP.  01 DCLCBS-ACCT-BAL-SNAP-ARCH.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
             INCLUDE CBSAUDA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSBALSN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSBALSA
           END-EXEC.

      * All three cursors are WITH HOLD so the interval COMMITs the
      * archive loops take cannot close them mid-sweep - a plain
      * cursor would fail its next FETCH after the first commit
      * point, the CBSBRMRG precedent.
             DECLARE TXNARCHCSR CURSOR WITH HOLD FOR
                SELECT ACCOUNT_NUMBER, TXN_TYPE, TXN_AMOUNT,
                       CURRENCY, VALUE_DATE, TXN_REF, DISPOSITION,
                       REJECT_REASON, POST_USERID, POST_TIMESTAMP,
                       DRAWER_ID
                  FROM CBS_ACCT_TXN_HIST
                 WHERE VALUE_DATE <
                       DATE(:WS-BUSINESS-DATE)
                       - :WS-RETENTION-DAYS DAYS
           END-EXEC.

           EXEC SQL
             DECLARE BALARCHCSR CURSOR WITH HOLD FOR
                SELECT ACCOUNT_NUMBER, BUSINESS_DATE, BASE_BRANCH,
                       PRODUCT_CODE, CURRENCY, ACCOUNT_STATUS,
                       LEDGER_BALANCE, SNAP_TIMESTAMP
                  FROM CBS_ACCT_BAL_SNAP
                 WHERE BUSINESS_DATE <
                       DATE(:WS-BUSINESS-DATE)
                       - :WS-RETENTION-DAYS DAYS
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-RETENTION-CARD.
           PERFORM READ-RUN-MODE-CARD.
           IF WS-PREVIEW-RUN
              PERFORM OPEN-PREVIEW-FILE
           ELSE
              PERFORM WRITE-RUN-LOG-START
           END-IF.
           PERFORM ARCHIVE-TXN-HISTORY.
           PERFORM ARCHIVE-AUDIT-LOG.
           PERFORM ARCHIVE-BALANCE-SNAPSHOT.
           MOVE WS-TXN-ARCHIVED-COUNT TO WS-TXN-COUNT-DISPLAY.
           MOVE WS-AUD-ARCHIVED-COUNT TO WS-AUD-COUNT-DISPLAY.
           MOVE WS-BAL-ARCHIVED-COUNT TO WS-BAL-COUNT-DISPLAY.
           DISPLAY '(CBSRETAR) TXN HISTORY ROWS ARCHIVED: '
             WS-TXN-COUNT-DISPLAY.
           DISPLAY '(CBSRETAR) AUDIT LOG ROWS ARCHIVED:   '
             WS-AUD-COUNT-DISPLAY.
           DISPLAY '(CBSRETAR) BALANCE SNAPSHOTS ARCHIVED:'
             WS-BAL-COUNT-DISPLAY.
           IF WS-PREVIEW-RUN
              PERFORM CLOSE-PREVIEW-FILE
           ELSE
              PERFORM WRITE-RUN-LOG-END
           END-IF.
           STOP RUN.

      ******************************************************************
           END-EXEC.
           PERFORM FETCH-NEXT-OLD-TXN-ROW.
           PERFORM UNTIL WS-TXN-END-OF-CURSOR
              IF WS-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-TXN-ROW
              ELSE
                 PERFORM ARCHIVE-ONE-TXN-ROW
              END-IF
              PERFORM FETCH-NEXT-OLD-TXN-ROW
           END-PERFORM.
           IF WS-TXN-COMMIT-TALLY > 0
                      :TX-TXN-AMOUNT, :TX-CURRENCY, :TX-VALUE-DATE,
                      :TX-TXN-REF, :TX-DISPOSITION,
                      :TX-REJECT-REASON, :TX-POST-USERID,
                      :TX-POST-TIMESTAMP, :TX-DRAWER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                       ( ACCOUNT_NUMBER , TXN_TYPE , TXN_AMOUNT ,
                         CURRENCY , VALUE_DATE , TXN_REF ,
                         DISPOSITION , REJECT_REASON , POST_USERID ,
                         POST_TIMESTAMP , ARCHIVED_TIMESTAMP ,
                         DRAWER_ID )
                VALUES
                       ( :TX-ACCOUNT-NUMBER , :TX-TXN-TYPE ,
                         :TX-TXN-AMOUNT , :TX-CURRENCY ,
                         :TX-VALUE-DATE , :TX-TXN-REF ,
                         :TX-DISPOSITION , :TX-REJECT-REASON ,
                         :TX-POST-USERID , :TX-POST-TIMESTAMP ,
                         CURRENT TIMESTAMP , :TX-DRAWER-ID )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSRETAR) TXN ARCHIVE INSERT FAILED. ACCT='
           END-EXEC.
           PERFORM FETCH-NEXT-OLD-AUDIT-ROW.
           PERFORM UNTIL WS-AUD-END-OF-CURSOR
              IF WS-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-AUDIT-ROW
              ELSE
                 PERFORM ARCHIVE-ONE-AUDIT-ROW
              END-IF
              PERFORM FETCH-NEXT-OLD-AUDIT-ROW
           END-PERFORM.
           IF WS-AUD-COMMIT-TALLY > 0
              END-IF
           END-IF.

      ******************************************************************
       ARCHIVE-BALANCE-SNAPSHOT.
           EXEC SQL
                OPEN BALARCHCSR
           END-EXEC.
           PERFORM FETCH-NEXT-OLD-SNAPSHOT-ROW.
           PERFORM UNTIL WS-BAL-END-OF-CURSOR
              IF WS-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-SNAPSHOT-ROW
              ELSE
                 PERFORM ARCHIVE-ONE-SNAPSHOT-ROW
              END-IF
              PERFORM FETCH-NEXT-OLD-SNAPSHOT-ROW
           END-PERFORM.
           IF WS-BAL-COMMIT-TALLY > 0
              PERFORM COMMIT-ARCHIVAL
              MOVE 0 TO WS-BAL-COMMIT-TALLY
           END-IF.
           EXEC SQL
                CLOSE BALARCHCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-OLD-SNAPSHOT-ROW.
           EXEC SQL
                FETCH BALARCHCSR
                 INTO :BS-ACCOUNT-NUMBER, :BS-BUSINESS-DATE,
                      :BS-BASE-BRANCH, :BS-PRODUCT-CODE,
                      :BS-CURRENCY, :BS-ACCOUNT-STATUS,
                      :BS-LEDGER-BALANCE, :BS-SNAP-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-BAL-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSRETAR) SNAPSHOT FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-BAL-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * ARCHIVE-ONE-SNAPSHOT-ROW: the snapshot key is account and
      * business date, so that pair identifies the row to delete.
       ARCHIVE-ONE-SNAPSHOT-ROW.
           EXEC SQL
                INSERT INTO CBS_ACCT_BAL_SNAP_ARCH
                       ( ACCOUNT_NUMBER , BUSINESS_DATE , BASE_BRANCH ,
                         PRODUCT_CODE , CURRENCY , ACCOUNT_STATUS ,
                         LEDGER_BALANCE , SNAP_TIMESTAMP ,
                         ARCHIVED_TIMESTAMP )
                VALUES
                       ( :BS-ACCOUNT-NUMBER , :BS-BUSINESS-DATE ,
                         :BS-BASE-BRANCH , :BS-PRODUCT-CODE ,
                         :BS-CURRENCY , :BS-ACCOUNT-STATUS ,
                         :BS-LEDGER-BALANCE , :BS-SNAP-TIMESTAMP ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSRETAR) SNAPSHOT ARCHIVE INSERT FAILED.'
                ' ACCT=' BS-ACCOUNT-NUMBER ' SQLCODE=' SQLCODE
           ELSE
              EXEC SQL
                   DELETE FROM CBS_ACCT_BAL_SNAP
                    WHERE ACCOUNT_NUMBER = :BS-ACCOUNT-NUMBER
                      AND BUSINESS_DATE = :BS-BUSINESS-DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(CBSRETAR) SNAPSHOT DELETE FAILED. ACCT='
                   BS-ACCOUNT-NUMBER ' SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-BAL-ARCHIVED-COUNT
                 ADD 1 TO WS-BAL-COMMIT-TALLY
                 IF WS-BAL-COMMIT-TALLY >= WK-COMMIT-INTERVAL
                    PERFORM COMMIT-ARCHIVAL
                    MOVE 0 TO WS-BAL-COMMIT-TALLY
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
       COMMIT-ARCHIVAL.
           EXEC SQL
                COMMIT
           END-EXEC.

      ******************************************************************
      * PREVIEW-ONE-TXN-ROW lists a posting ARCHIVE-ONE-TXN-ROW would
      * move: type and reference, value date, disposition, amount.
       PREVIEW-ONE-TXN-ROW.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'CBSRETAR'         TO PV-PROGRAM-NAME.
           MOVE 'TXN'              TO PV-ITEM-TYPE.
           MOVE TX-ACCOUNT-NUMBER  TO PV-ITEM-KEY.
           STRING TX-TXN-TYPE ' ' TX-TXN-REF
                   DELIMITED BY SIZE
                   INTO PV-ITEM-NAME
           END-STRING.
           MOVE TX-VALUE-DATE      TO PV-DETAIL.
           MOVE TX-DISPOSITION     TO PV-CURRENT-STATUS.
           MOVE TX-TXN-AMOUNT      TO PV-BALANCE.
           MOVE WK-PREVIEW-ACTION  TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.
           ADD 1 TO WS-TXN-ARCHIVED-COUNT.
           ADD TX-TXN-AMOUNT TO WS-PREVIEW-TXN-TOTAL.

      ******************************************************************
      * PREVIEW-ONE-AUDIT-ROW lists an audit row that would move:
      * reason, when, and the status it recorded. No amount.
       PREVIEW-ONE-AUDIT-ROW.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'CBSRETAR'         TO PV-PROGRAM-NAME.
           MOVE 'AUDIT'            TO PV-ITEM-TYPE.
           MOVE AU-ACCOUNT-NUMBER  TO PV-ITEM-KEY.
           MOVE AU-REASON          TO PV-ITEM-NAME.
           MOVE AU-UPD-TIMESTAMP   TO PV-DETAIL.
           MOVE AU-NEW-STATUS      TO PV-CURRENT-STATUS.
           MOVE WK-PREVIEW-ACTION  TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.
           ADD 1 TO WS-AUD-ARCHIVED-COUNT.

      ******************************************************************
      * PREVIEW-ONE-SNAPSHOT-ROW lists a balance snapshot that would
      * move, with the balance it recorded.
       PREVIEW-ONE-SNAPSHOT-ROW.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'CBSRETAR'         TO PV-PROGRAM-NAME.
           MOVE 'SNAPSHOT'         TO PV-ITEM-TYPE.
           MOVE BS-ACCOUNT-NUMBER  TO PV-ITEM-KEY.
           MOVE BS-BASE-BRANCH     TO PV-ITEM-NAME.
           MOVE BS-BUSINESS-DATE   TO PV-DETAIL.
           MOVE BS-ACCOUNT-STATUS  TO PV-CURRENT-STATUS.
           MOVE BS-LEDGER-BALANCE  TO PV-BALANCE.
           MOVE WK-PREVIEW-ACTION  TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.
           ADD 1 TO WS-BAL-ARCHIVED-COUNT.
           ADD BS-LEDGER-BALANCE TO WS-PREVIEW-BAL-TOTAL.

      ******************************************************************
      * READ-RUN-MODE-CARD picks up the RUNMODE card - see CBSRUNMD.
      * No card is the ordinary updating run; a mode this program does
      * not know refuses the run rather than guess.
       READ-RUN-MODE-CARD.
           OPEN INPUT RUN-MODE-FILE.
           IF RUNMODE-STATUS-OK
              READ RUN-MODE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PM-PREVIEW-RUN OR PM-UPDATE-RUN
                       MOVE PM-RUN-MODE TO WS-RUN-MODE
                    ELSE
                       DISPLAY '(CBSRETAR) UNKNOWN RUN MODE '
                         PM-RUN-MODE ' - RUN REFUSED'
                       STOP RUN
                    END-IF
              END-READ
              CLOSE RUN-MODE-FILE
           END-IF.

      ******************************************************************
      * OPEN-PREVIEW-FILE heads the listing with the retention period
      * being signed off.
       OPEN-PREVIEW-FILE.
           OPEN OUTPUT PREVIEW-FILE.
           IF NOT PREVFILE-STATUS-OK
              DISPLAY 'ERROR OPENING PREVIEW FILE. STATUS='
                PREVFILE-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO PREVIEW-TEXT.
           STRING 'IMPACT PREVIEW - NO CHANGES MADE   CBSRETAR  '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   '   RETENTION DAYS ' WS-RETENTION-DAYS
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE 'PROGRAM'          TO PV-PROGRAM-NAME.
           MOVE 'TYPE'             TO PV-ITEM-TYPE.
           MOVE '    ACCOUNT NUMBER' TO PREVIEW-TEXT(19:18).
           MOVE 'REFERENCE/REASON' TO PV-ITEM-NAME.
           MOVE 'DATE'             TO PV-DETAIL.
           MOVE 'STATUS'           TO PV-CURRENT-STATUS.
           MOVE '  AMOUNT/BALANCE' TO PV-BALANCE-TEXT.
           MOVE 'ACTION'           TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.

      ******************************************************************
       WRITE-PREVIEW-LINE.
           WRITE PREVIEW-LINE
           IF NOT PREVFILE-STATUS-OK
              DISPLAY 'ERROR WRITING PREVIEW FILE.'
           END-IF.
           MOVE SPACES TO PREVIEW-LINE.

      ******************************************************************
       CLOSE-PREVIEW-FILE.
           MOVE WS-PREVIEW-TXN-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO PREVIEW-TEXT.
           STRING 'TOTAL TXN HISTORY ROWS TO ARCHIVE  '
                   WS-TXN-COUNT-DISPLAY
                   '   AMOUNT ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           STRING 'TOTAL AUDIT LOG ROWS TO ARCHIVE    '
                   WS-AUD-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE WS-PREVIEW-BAL-TOTAL TO WS-AMOUNT-DISPLAY.
           STRING 'TOTAL BALANCE SNAPSHOTS TO ARCHIVE '
                   WS-BAL-COUNT-DISPLAY
                   '   BALANCE ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           CLOSE PREVIEW-FILE.
           DISPLAY '(CBSRETAR) PREVIEW ONLY - NO ROW ARCHIVED'.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
       WRITE-RUN-LOG-END.
           MOVE 0 TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-UPDATED = WS-TXN-ARCHIVED-COUNT
                   + WS-AUD-ARCHIVED-COUNT
                   + WS-BAL-ARCHIVED-COUNT.
           MOVE 0 TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
           EXEC SQL
