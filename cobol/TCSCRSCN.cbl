      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCRSCN
      ******************************************************************
      * Nightly watch-list load and rescreen. Onboarding screens each
      * applicant against CUST_WATCHLIST (TCSCSANS), but a customer
      * onboarded clean stays clean only until the next list update.
      * This reads the compliance department's consolidated list file
      * (CUSTWLF, WLFILE) and, when it is a list not loaded before:
      *
      *  - replaces CUST_WATCHLIST with it in one unit of work (names
      *    upper-cased; a malformed date of birth is loaded as
      *    unknown, which can only widen the match), so the create
      *    paths screen against the new list from that commit on;
      *  - rescreens the whole CUSTOMER table against it - the same
      *    rule TCSCSANS applies: same name, dates of birth not
      *    different - and parks each new possible match on
      *    CUST_SCREEN_QUEUE (source 'R', CUID set) for compliance to
      *    decide through TCSCSNPD, listing it on the WLSCRPT report.
      *    A customer already queued against the same list entry, in
      *    whatever state, is not queued again.
      *
      * "Not loaded before" is the CBS_FEED_REGISTER guard on record
      * count and hash total (the sum of the entries' dates of birth
      * as YYYYMMDD), checked across all business dates: the same
      * list sent again is a quiet no-op, not a second rescreen. The
      * register row is written only once the rescreen has finished,
      * so a run that dies part way reloads and resumes on rerun. An
      * empty list file would clear the table, so it is refused; a
      * failed load is rolled back and ends the run RC 8, leaving the
      * previous list in force. The run is logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCRSCN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WATCHLIST-FILE ASSIGN TO WLFILE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS WLFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO WLSCRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WATCHLIST-FILE
            RECORD CONTAINS 100
            RECORDING MODE IS F.

       01 WATCHLIST-FILEREC.
           COPY CUSTWLF.
      * PATH : .../Cobol Include/CUSTWLF
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 WF-LIST-ID                  PIC X(8).
      *    05 WF-ENTRY-REF                PIC X(16).
      *    05 WF-ENTRY-NAME               PIC X(60).
      *    05 WF-ENTRY-DOB                PIC X(10).

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
       01 WLFILE-STATUS                PIC X(02) VALUE SPACES.
          88 WLFILE-STATUS-OK          VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-FILE            VALUE 'Y'.
       01 WS-CURSOR-EOF-SWITCH         PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-FAILED-SWITCH             PIC X VALUE 'N'.
          88 WS-RUN-FAILED             VALUE 'Y'.
      * An ISO date of birth as its YYYYMMDD digits, for the hash.
       01 WS-DOB-DIGITS                PIC X(8).
       01 WS-DOB-NUMBER REDEFINES WS-DOB-DIGITS
                                       PIC 9(8).
       01 WS-APPL-DOB                  PIC X(10).
       01 WS-CUID-DISPLAY              PIC 9(9).
       01 WS-QUEUE-ID-DISPLAY          PIC 9(9).
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LOADED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SKIPPED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-MATCH-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-QUEUED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-LOADED-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-SKIPPED-COUNT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
       01 WS-QUEUED-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-SCREEN-USERID         PIC X(10) VALUE 'TCSCRSCN'.
          05 WK-FEED-ID               PIC X(8) VALUE 'WATCHLST'.
          05 WK-SOURCE-RESCREEN       PIC X(1) VALUE 'R'.
          05 WK-FAILED-RC             PIC S9(4) USAGE COMP VALUE 8.
          05 WK-LOWER-CASE            PIC X(26)
                                VALUE 'abcdefghijklmnopqrstuvwxyz'.
          05 WK-UPPER-CASE            PIC X(26)
                                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * Feed-registration work fields - see CBSTXNP's guard on the
      * daily transaction file.
       01 WS-FEED-RECORD-COUNT         PIC 9(9) VALUE 0.
       01 WS-FEED-HASH-TOTAL           PIC 9(18) VALUE 0.
       01 WS-REGISTER-MATCHES          PIC S9(9) USAGE COMP VALUE 0.
      * Every WK-COMMIT-INTERVAL queued matches, a COMMIT closes out
      * the unit of work, the same interval-commit pattern
      * CBSBSBK/CBSTXNP use.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTWLST.cpy / CUSTSNQ.cpy / CBSFDRG
      *        CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-WATCHLIST.  01 DCLCUST-SCREEN-QUEUE.
      *01  DCLCBS-FEED-REGISTER.  01 DCLBATCH-RUN-LOG.
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
             INCLUDE CBSFDRG
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTWLST
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTSNQ
           END-EXEC.

      * Every customer matching a list entry - same name, dates of
      * birth not different - not already queued against that entry.
      * WITH HOLD keeps the cursor open across the interval COMMITs.
           EXEC SQL
             DECLARE RESCREENCSR CURSOR WITH HOLD FOR
                SELECT C.CUID, C.CUSTNAME, C.ADDRESS, C.AGE,
                       COALESCE(CHAR(C.DATE_OF_BIRTH, ISO), ' '),
                       W.LIST_ID, W.ENTRY_REF, W.ENTRY_NAME,
                       W.ENTRY_DOB
                  FROM CUSTOMER C, CUST_WATCHLIST W
                 WHERE W.ENTRY_NAME = UPPER(C.CUSTNAME)
                   AND ( W.ENTRY_DOB = ' '
                      OR C.DATE_OF_BIRTH IS NULL
                      OR W.ENTRY_DOB = CHAR(C.DATE_OF_BIRTH, ISO) )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CUST_SCREEN_QUEUE Q
                          WHERE Q.CUID = C.CUID
                            AND Q.LIST_ID = W.LIST_ID
                            AND Q.ENTRY_REF = W.ENTRY_REF )
                 ORDER BY C.CUID, W.LIST_ID, W.ENTRY_REF
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM SCAN-LIST-FOR-REGISTER.
           IF WS-FEED-RECORD-COUNT = 0
              DISPLAY '(TCSCRSCN) WATCH-LIST FILE IS EMPTY - RUN'
                ' REFUSED, CURRENT LIST LEFT IN FORCE'
              SET WS-RUN-FAILED TO TRUE
           ELSE
              PERFORM CHECK-LIST-REGISTER
           END-IF.
           IF WS-REGISTER-MATCHES > 0
              DISPLAY '(TCSCRSCN) WATCH LIST ALREADY LOADED - NO'
                ' RESCREEN'
           END-IF.
           IF WS-REGISTER-MATCHES = 0 AND NOT WS-RUN-FAILED
              PERFORM LOAD-WATCHLIST
              IF NOT WS-RUN-FAILED
                 PERFORM RESCREEN-CUSTOMERS
              END-IF
              IF NOT WS-RUN-FAILED
                 PERFORM RECORD-FEED-REGISTER
              END-IF
           END-IF.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-READ-COUNT    TO WS-READ-COUNT-DISPLAY.
           MOVE WS-LOADED-COUNT  TO WS-LOADED-COUNT-DISPLAY.
           MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-COUNT-DISPLAY.
           MOVE WS-QUEUED-COUNT  TO WS-QUEUED-COUNT-DISPLAY.
           DISPLAY '(TCSCRSCN) LIST RECORDS READ:   '
             WS-READ-COUNT-DISPLAY.
           DISPLAY '(TCSCRSCN) LIST ENTRIES LOADED: '
             WS-LOADED-COUNT-DISPLAY.
           DISPLAY '(TCSCRSCN) RECORDS SKIPPED:     '
             WS-SKIPPED-COUNT-DISPLAY.
           DISPLAY '(TCSCRSCN) MATCHES QUEUED:      '
             WS-QUEUED-COUNT-DISPLAY.
           IF WS-RUN-FAILED
              MOVE WK-FAILED-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card the
      * list load is registered under. A missing card falls back to
      * CURRENT DATE.
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
       READ-LIST-RECORD.
           READ WATCHLIST-FILE
              AT END
                 SET WS-END-OF-FILE TO TRUE
           END-READ.

      ******************************************************************
      * SCAN-LIST-FOR-REGISTER pre-reads the whole file for its
      * record count and hash total, then closes it so the load
      * starts from record one.
       SCAN-LIST-FOR-REGISTER.
           OPEN INPUT WATCHLIST-FILE
           IF NOT WLFILE-STATUS-OK
              DISPLAY 'ERROR OPENING WATCH-LIST FILE. STATUS='
                WLFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-LIST-RECORD.
           PERFORM UNTIL WS-END-OF-FILE
              ADD 1 TO WS-FEED-RECORD-COUNT
              MOVE WF-ENTRY-DOB(1:4) TO WS-DOB-DIGITS(1:4)
              MOVE WF-ENTRY-DOB(6:2) TO WS-DOB-DIGITS(5:2)
              MOVE WF-ENTRY-DOB(9:2) TO WS-DOB-DIGITS(7:2)
              IF WS-DOB-DIGITS IS NUMERIC
                 ADD WS-DOB-NUMBER TO WS-FEED-HASH-TOTAL
              END-IF
              PERFORM READ-LIST-RECORD
           END-PERFORM.
           CLOSE WATCHLIST-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

      ******************************************************************
      * CHECK-LIST-REGISTER finds whether this list has been loaded
      * already, on any business date, and refuses to start when the
      * register itself cannot be read.
       CHECK-LIST-REGISTER.
           MOVE WK-FEED-ID           TO FR-FEED-ID.
           MOVE WS-BUSINESS-DATE     TO FR-BUSINESS-DATE.
           MOVE WS-FEED-RECORD-COUNT TO FR-RECORD-COUNT.
           MOVE WS-FEED-HASH-TOTAL   TO FR-CONTENT-HASH.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-REGISTER-MATCHES
                  FROM CBS_FEED_REGISTER
                 WHERE FEED_ID = :FR-FEED-ID
                   AND RECORD_COUNT = :FR-RECORD-COUNT
                   AND CONTENT_HASH = :FR-CONTENT-HASH
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCRSCN) FEED REGISTER CHECK FAILED.'
                ' SQLCODE=' SQLCODE ' - RUN REFUSED'
              MOVE 0 TO WS-REGISTER-MATCHES
              SET WS-RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * LOAD-WATCHLIST replaces the table's contents with the file's
      * and commits the new list as one unit of work; any failure
      * rolls back to the list already in force.
       LOAD-WATCHLIST.
           EXEC SQL
                DELETE FROM CUST_WATCHLIST
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '(TCSCRSCN) WATCH-LIST CLEAR FAILED. SQLCODE='
                SQLCODE
              SET WS-RUN-FAILED TO TRUE
           END-IF.
           IF NOT WS-RUN-FAILED
              OPEN INPUT WATCHLIST-FILE
              PERFORM READ-LIST-RECORD
              PERFORM UNTIL WS-END-OF-FILE OR WS-RUN-FAILED
                 ADD 1 TO WS-READ-COUNT
                 PERFORM LOAD-ONE-ENTRY
                 PERFORM READ-LIST-RECORD
              END-PERFORM
              CLOSE WATCHLIST-FILE
           END-IF.
           IF WS-RUN-FAILED
              EXEC SQL
                   ROLLBACK
              END-EXEC
              DISPLAY '(TCSCRSCN) LIST LOAD ROLLED BACK - CURRENT'
                ' LIST LEFT IN FORCE'
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * LOAD-ONE-ENTRY loads one listed name. A record without a list
      * id or a name cannot be matched and is skipped; a date of
      * birth not in YYYY-MM-DD form is loaded as unknown.
       LOAD-ONE-ENTRY.
           IF WF-LIST-ID = SPACES OR WF-ENTRY-NAME = SPACES
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY '(TCSCRSCN) LIST RECORD ' WS-READ-COUNT
                ' HAS NO LIST ID OR NAME - SKIPPED'
           ELSE
              MOVE WF-LIST-ID    TO WL-LIST-ID
              MOVE WF-ENTRY-REF  TO WL-ENTRY-REF
              MOVE WF-ENTRY-NAME TO WL-ENTRY-NAME
              INSPECT WL-ENTRY-NAME
                 CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE
              MOVE WF-ENTRY-DOB(1:4) TO WS-DOB-DIGITS(1:4)
              MOVE WF-ENTRY-DOB(6:2) TO WS-DOB-DIGITS(5:2)
              MOVE WF-ENTRY-DOB(9:2) TO WS-DOB-DIGITS(7:2)
              IF WS-DOB-DIGITS IS NUMERIC
                 AND WF-ENTRY-DOB(5:1) = '-'
                 AND WF-ENTRY-DOB(8:1) = '-'
                 MOVE WF-ENTRY-DOB TO WL-ENTRY-DOB
              ELSE
                 MOVE SPACES TO WL-ENTRY-DOB
              END-IF
              MOVE WS-BUSINESS-DATE TO WL-LOAD-DATE
              EXEC SQL
                   INSERT INTO CUST_WATCHLIST
                          ( LIST_ID ,
                            ENTRY_REF ,
                            ENTRY_NAME ,
                            ENTRY_DOB ,
                            LOAD_DATE ,
                            LOAD_TIMESTAMP )
                   VALUES
                          ( :WL-LIST-ID ,
                            :WL-ENTRY-REF ,
                            :WL-ENTRY-NAME ,
                            :WL-ENTRY-DOB ,
                            :WL-LOAD-DATE ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(TCSCRSCN) LIST INSERT FAILED. RECORD '
                   WS-READ-COUNT ' SQLCODE=' SQLCODE
                 SET WS-RUN-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-LOADED-COUNT
              END-IF
           END-IF.

      ******************************************************************
      * RESCREEN-CUSTOMERS runs the whole CUSTOMER table against the
      * newly loaded list and parks each new possible match.
       RESCREEN-CUSTOMERS.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           MOVE 'N' TO WS-CURSOR-EOF-SWITCH.
           EXEC SQL
                OPEN RESCREENCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCRSCN) RESCREEN CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              SET WS-RUN-FAILED TO TRUE
           ELSE
              PERFORM FETCH-NEXT-MATCH
              PERFORM UNTIL WS-END-OF-CURSOR
                 ADD 1 TO WS-MATCH-COUNT
                 PERFORM QUEUE-RESCREEN-MATCH
                 PERFORM FETCH-NEXT-MATCH
              END-PERFORM
              EXEC SQL
                   CLOSE RESCREENCSR
              END-EXEC
           END-IF.
           EXEC SQL
                COMMIT
           END-EXEC.
           CLOSE REPORT-FILE.

      ******************************************************************
       FETCH-NEXT-MATCH.
           EXEC SQL
                FETCH RESCREENCSR
                 INTO :SN-CUID, :SN-APPL-CUSTNAME, :SN-APPL-ADDRESS,
                      :SN-APPL-AGE, :WS-APPL-DOB,
                      :SN-LIST-ID, :SN-ENTRY-REF, :SN-ENTRY-NAME,
                      :SN-ENTRY-DOB
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCRSCN) RESCREEN FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * QUEUE-RESCREEN-MATCH parks one customer/list-entry match for
      * compliance review and lists it on the report.
       QUEUE-RESCREEN-MATCH.
           EXEC SQL
                SELECT NEXT VALUE FOR SCREEN_SEQ
                  INTO :SN-QUEUE-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCRSCN) SCREEN SEQUENCE FAILED. SQLCODE='
                SQLCODE
              SET WS-RUN-FAILED TO TRUE
           ELSE
              MOVE WK-SOURCE-RESCREEN TO SN-SCREEN-SOURCE
              MOVE WS-APPL-DOB        TO SN-APPL-DOB
              MOVE 0                  TO SN-GUARDIAN-CUID
              MOVE WK-SCREEN-USERID   TO SN-REVIEW-USERID
              EXEC SQL
                   INSERT INTO CUST_SCREEN_QUEUE
                          ( QUEUE_ID ,
                            SCREEN_SOURCE ,
                            CUID ,
                            APPL_CUSTNAME ,
                            APPL_ADDRESS ,
                            APPL_AGE ,
                            APPL_DOB ,
                            GUARDIAN_CUID ,
                            LIST_ID ,
                            ENTRY_REF ,
                            ENTRY_NAME ,
                            ENTRY_DOB ,
                            REVIEW_STATUS ,
                            REVIEW_USERID ,
                            QUEUE_TIMESTAMP ,
                            REVIEW_TIMESTAMP )
                   VALUES
                          ( :SN-QUEUE-ID ,
                            :SN-SCREEN-SOURCE ,
                            :SN-CUID ,
                            :SN-APPL-CUSTNAME ,
                            :SN-APPL-ADDRESS ,
                            :SN-APPL-AGE ,
                            :SN-APPL-DOB ,
                            :SN-GUARDIAN-CUID ,
                            :SN-LIST-ID ,
                            :SN-ENTRY-REF ,
                            :SN-ENTRY-NAME ,
                            :SN-ENTRY-DOB ,
                            'P' ,
                            :SN-REVIEW-USERID ,
                            CURRENT TIMESTAMP ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(TCSCRSCN) SCREEN QUEUE INSERT FAILED. CUID='
                   SN-CUID ' SQLCODE=' SQLCODE
                 SET WS-RUN-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-QUEUED-COUNT
                 PERFORM WRITE-MATCH-LINE
                 ADD 1 TO WS-COMMIT-TALLY
                 IF WS-COMMIT-TALLY >= WK-COMMIT-INTERVAL
                    EXEC SQL
                         COMMIT
                    END-EXEC
                    MOVE 0 TO WS-COMMIT-TALLY
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * RECORD-FEED-REGISTER registers the list once the load and the
      * rescreen have both finished, and commits at once.
       RECORD-FEED-REGISTER.
           MOVE WK-SCREEN-USERID(1:8) TO FR-PROGRAM-NAME.
           EXEC SQL
                INSERT INTO CBS_FEED_REGISTER
                       ( FEED_ID ,
                         BUSINESS_DATE ,
                         RECORD_COUNT ,
                         CONTENT_HASH ,
                         PROGRAM_NAME ,
                         REGISTER_TIMESTAMP )
                VALUES
                       ( :FR-FEED-ID ,
                         :FR-BUSINESS-DATE ,
                         :FR-RECORD-COUNT ,
                         :FR-CONTENT-HASH ,
                         :FR-PROGRAM-NAME ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCRSCN) FEED REGISTER INSERT FAILED.'
                ' SQLCODE=' SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'TCSCRSCN' TO RL-PROGRAM-NAME.
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
              DISPLAY '(TCSCRSCN) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * list records read, matches queued, skipped records as
      * failures, and RC 8 if the run failed.
       WRITE-RUN-LOG-END.
           MOVE WS-READ-COUNT    TO RL-RECORDS-READ.
           MOVE WS-QUEUED-COUNT  TO RL-RECORDS-UPDATED.
           MOVE WS-SKIPPED-COUNT TO RL-RECORDS-FAILED.
           IF WS-RUN-FAILED
              MOVE WK-FAILED-RC TO RL-RETURN-CODE
           ELSE
              MOVE 0 TO RL-RETURN-CODE
           END-IF.
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
              DISPLAY '(TCSCRSCN) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'WATCH-LIST RESCREEN - MATCHES QUEUED FOR REVIEW  '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'QUEUE-ID  CUID      LIST     ENTRY-REF        '
                   'CUSTOMER-NAME'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
       WRITE-MATCH-LINE.
           MOVE SN-QUEUE-ID TO WS-QUEUE-ID-DISPLAY.
           MOVE SN-CUID     TO WS-CUID-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-QUEUE-ID-DISPLAY ' ' WS-CUID-DISPLAY ' '
                   SN-LIST-ID ' ' SN-ENTRY-REF ' ' SN-APPL-CUSTNAME
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING RESCREEN REPORT.'
           END-IF.
