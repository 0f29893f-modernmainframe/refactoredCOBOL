      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSHLEXP
      ******************************************************************
      * Nightly account-hold expiry sweep. A CBS_ACCT_HOLD row placed
      * through CBSHLMNT ring-fences its amount until it is released
      * or its EXPIRY_DATE passes; nothing else ever gives the money
      * back, so a lapsed card pre-authorisation would keep the
      * customer's funds tied up indefinitely. This selects every
      * ACTIVE hold whose EXPIRY_DATE is before the BUSDATE business
      * date (a hold runs to the end of its expiry day), flips it to
      * EXPIRED under the same ACTIVE-status predicate CBSHLMNT's
      * release uses - so a hold released by hand in the meantime is
      * left alone - and writes each release to CBS_ACCT_AUDIT_LOG
      * with the hold id and reference in REASON. The hold update
      * and its audit row share a unit of work, committed on the
      * usual interval.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSHLEXP.

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
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-HOLD-ID-DISPLAY           PIC 9(9).
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-EXPIRED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SKIPPED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-EXPIRED-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-SKIPPED-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
      * Every WK-COMMIT-INTERVAL expired holds, a COMMIT closes out
      * the unit of work, the CBSINTFE interval pattern.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
       01 WK-CONSTANTS.
          05 WK-EXPIRY-USERID         PIC X(10) VALUE 'CBSHLEXP'.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-HOLD-EXPIRED          PIC X(10) VALUE 'EXPIRED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSHOLD.cpy / CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-HOLD.
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
             INCLUDE CBSHOLD
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * WITH HOLD keeps the cursor open across the interval COMMITs,
      * the CBSBRMRG precedent.
           EXEC SQL
             DECLARE HOLDEXPCSR CURSOR WITH HOLD FOR
                SELECT A.HOLD_ID, A.ACCOUNT_NUMBER, A.HOLD_REF,
                       B.ACCOUNT_STATUS
                  FROM CBS_ACCT_HOLD A, CBS_ACCT_MSTR_DTL B
                 WHERE A.HOLD_STATUS = :WK-HOLD-ACTIVE
                   AND A.EXPIRY_DATE < :WS-BUSINESS-DATE
                   AND B.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                 ORDER BY A.HOLD_ID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           EXEC SQL
                OPEN HOLDEXPCSR
           END-EXEC.
           PERFORM FETCH-NEXT-LAPSED-HOLD.
           PERFORM UNTIL WS-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM EXPIRE-ONE-HOLD
              PERFORM FETCH-NEXT-LAPSED-HOLD
           END-PERFORM.
           EXEC SQL
                CLOSE HOLDEXPCSR
           END-EXEC.
           IF WS-COMMIT-TALLY > 0
              PERFORM COMMIT-EXPIRIES
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

           MOVE WS-READ-COUNT    TO WS-READ-COUNT-DISPLAY.
           MOVE WS-EXPIRED-COUNT TO WS-EXPIRED-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-DISPLAY.
           DISPLAY '(CBSHLEXP) LAPSED HOLDS FOUND: '
             WS-READ-COUNT-DISPLAY.
           DISPLAY '(CBSHLEXP) HOLDS EXPIRED:      '
             WS-EXPIRED-DISPLAY.
           DISPLAY '(CBSHLEXP) HOLDS SKIPPED:      '
             WS-SKIPPED-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * missing card falls back to CURRENT DATE.
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

      ******************************************************************
       FETCH-NEXT-LAPSED-HOLD.
           EXEC SQL
                FETCH HOLDEXPCSR
                 INTO :HL-HOLD-ID, :HL-ACCOUNT-NUMBER, :HL-HOLD-REF,
                      :H1-ACCOUNT-STATUS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSHLEXP) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * EXPIRE-ONE-HOLD flips the hold to EXPIRED only while it is
      * still ACTIVE; a zero-row update means a branch released it
      * after the cursor read it, and that release wrote its own
      * audit row.
       EXPIRE-ONE-HOLD.
           EXEC SQL
                UPDATE CBS_ACCT_HOLD
                   SET HOLD_STATUS = :WK-HOLD-EXPIRED ,
                       UPD_USERID = :WK-EXPIRY-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE HOLD_ID = :HL-HOLD-ID
                   AND HOLD_STATUS = :WK-HOLD-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO WS-EXPIRED-COUNT
                 PERFORM INSERT-EXPIRY-AUDIT-ROW
                 ADD 1 TO WS-COMMIT-TALLY
                 IF WS-COMMIT-TALLY >= WK-COMMIT-INTERVAL
                    PERFORM COMMIT-EXPIRIES
                    MOVE 0 TO WS-COMMIT-TALLY
                 END-IF
              WHEN 100
                 ADD 1 TO WS-SKIPPED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-SKIPPED-COUNT
                 DISPLAY '(CBSHLEXP) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * INSERT-EXPIRY-AUDIT-ROW records the release with old and new
      * status both the account's unchanged status, the CBSACMNT
      * convention for non-status changes.
       INSERT-EXPIRY-AUDIT-ROW.
           MOVE HL-HOLD-ID TO WS-HOLD-ID-DISPLAY.
           MOVE SPACES TO WS-AUDIT-REASON.
           STRING 'HOLD ' WS-HOLD-ID-DISPLAY ' EXPIRED ' HL-HOLD-REF
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-REASON
           END-STRING.
           MOVE HL-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE WK-EXPIRY-USERID  TO AU-UPD-USERID.
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
              DISPLAY '(CBSHLEXP) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       COMMIT-EXPIRIES.
           EXEC SQL
                COMMIT
           END-EXEC.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSHLEXP' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSHLEXP) RUN LOG START FAILED. SQLCODE='
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
           MOVE WS-READ-COUNT    TO RL-RECORDS-READ.
           MOVE WS-EXPIRED-COUNT TO RL-RECORDS-UPDATED.
           MOVE WS-SKIPPED-COUNT TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSHLEXP) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
