      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGQTEEXP
      ******************************************************************
      * Quote expiry and conversion report, run nightly. Two steps:
      *
      *  - every quote still priced ('Q') whose VALID_TO_DATE has
      *    passed the business date is marked expired ('X') on
      *    INS_QUOTE and committed, so LGQTEINQ and LGQTECNV never
      *    see a stale price as open;
      *  - the quote-to-bind conversion rate is then reported broker
      *    by broker over the quotes issued in the last
      *    WK-REPORT-DAYS days: quotes issued, declined by the rater,
      *    still open, expired and bound, and bound as a percentage
      *    of the quotes actually priced (issued less declined).
      *    Direct business (BROKERID zero) reports as its own line.
      *
      * The business date is the BUSDATE processing-calendar card's,
      * or CURRENT DATE without one. Logged on BATCH_RUN_LOG with the
      * quotes expired as the rows updated.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQTEEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO QTERPT
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
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-REPORT-FROM-DATE          PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-RETURN-CODE               PIC S9(4) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-QUOTE-QUOTED          PIC X(1) VALUE 'Q'.
          05 WK-QUOTE-EXPIRED         PIC X(1) VALUE 'X'.
          05 WK-EXPIRY-USERID         PIC X(10) VALUE 'LGQTEEXP'.
      * Days of quotes the conversion report looks back over.
          05 WK-REPORT-DAYS           PIC S9(4) USAGE COMP VALUE 90.
       01 WS-EXPIRED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
      * One broker's counts as fetched.
       01 WS-BROKERID                  PIC S9(9) USAGE COMP.
       01 WS-BROKER-NAME               PIC X(40).
       01 WS-ISSUED                    PIC S9(9) USAGE COMP.
       01 WS-DECLINED                  PIC S9(9) USAGE COMP.
       01 WS-OPEN                      PIC S9(9) USAGE COMP.
       01 WS-EXPIRED                   PIC S9(9) USAGE COMP.
       01 WS-BOUND                     PIC S9(9) USAGE COMP.
       01 WS-PRICED                    PIC S9(9) USAGE COMP.
       01 WS-CONVERSION-PCT            PIC S9(3)V9 USAGE COMP-3.
      * Report totals.
       01 WS-TOT-BROKERS               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-ISSUED                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-DECLINED              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-OPEN                  PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-EXPIRED               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-BOUND                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BROKER-DISPLAY            PIC Z(9)9.
       01 WS-ISSUED-DISPLAY            PIC ZZZ,ZZ9.
       01 WS-DECLINED-DISPLAY          PIC ZZZ,ZZ9.
       01 WS-OPEN-DISPLAY              PIC ZZZ,ZZ9.
       01 WS-EXPIRED-DISPLAY           PIC ZZZ,ZZ9.
       01 WS-BOUND-DISPLAY             PIC ZZZ,ZZ9.
       01 WS-PCT-DISPLAY               PIC ZZ9.9.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/LGQUOTE.cpy / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLINS-QUOTE.  01 DCLBATCH-RUN-LOG.
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
             INCLUDE LGQUOTE
           END-EXEC.

      * Quotes issued in the report window, counted by outcome per
      * broker; the name comes from BROKER_MSTR where it has one.
           EXEC SQL
             DECLARE QTECONVCSR CURSOR FOR
                SELECT Q.BROKERID,
                       COALESCE(MAX(B.BROKER_NAME), ' '),
                       COUNT(*),
                       SUM(CASE WHEN Q.QUOTE_STATUS = 'D'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN Q.QUOTE_STATUS = 'Q'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN Q.QUOTE_STATUS = 'X'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN Q.QUOTE_STATUS = 'B'
                                THEN 1 ELSE 0 END)
                  FROM INS_QUOTE Q
                       LEFT OUTER JOIN BROKER_MSTR B
                         ON B.BROKERID = Q.BROKERID
                 WHERE Q.QUOTE_DATE > :WS-REPORT-FROM-DATE
                   AND Q.QUOTE_DATE <= :WS-BUSINESS-DATE
                 GROUP BY Q.BROKERID
                 ORDER BY Q.BROKERID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM EXPIRE-STALE-QUOTES.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN QTECONVCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGQTEEXP) CONVERSION CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-BROKER
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM REPORT-ONE-BROKER
              PERFORM FETCH-NEXT-BROKER
           END-PERFORM.
           EXEC SQL
                CLOSE QTECONVCSR
           END-EXEC.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(LGQTEEXP) QUOTES EXPIRED:  ' WS-COUNT-DISPLAY.
           MOVE WS-TOT-BOUND TO WS-COUNT-DISPLAY.
           DISPLAY '(LGQTEEXP) QUOTES BOUND:    ' WS-COUNT-DISPLAY.
           CLOSE REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * missing card falls back to CURRENT DATE. The report window
      * starts WK-REPORT-DAYS before it.
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
           EXEC SQL
                SELECT CHAR(DATE(:WS-BUSINESS-DATE)
                            - :WK-REPORT-DAYS DAYS, ISO)
                  INTO :WS-REPORT-FROM-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

      ******************************************************************
      * EXPIRE-STALE-QUOTES marks every priced quote past its
      * validity date expired, and commits. A failure leaves the
      * quotes open for tomorrow's run and fails this one.
       EXPIRE-STALE-QUOTES.
           MOVE WK-EXPIRY-USERID TO QT-UPD-USERID.
           EXEC SQL
                UPDATE INS_QUOTE
                   SET QUOTE_STATUS = :WK-QUOTE-EXPIRED ,
                       UPD_USERID = :QT-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE QUOTE_STATUS = :WK-QUOTE-QUOTED
                   AND VALID_TO_DATE < :WS-BUSINESS-DATE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO WS-EXPIRED-COUNT
                 EXEC SQL
                      COMMIT
                 END-EXEC
              WHEN 100
                 MOVE 0 TO WS-EXPIRED-COUNT
              WHEN OTHER
                 DISPLAY '(LGQTEEXP) QUOTE EXPIRY FAILED. SQLCODE='
                   SQLCODE
                 MOVE 8 TO WS-RETURN-CODE
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
           END-EVALUATE.

      ******************************************************************
       FETCH-NEXT-BROKER.
           EXEC SQL
                FETCH QTECONVCSR
                 INTO :WS-BROKERID, :WS-BROKER-NAME, :WS-ISSUED,
                      :WS-DECLINED, :WS-OPEN, :WS-EXPIRED, :WS-BOUND
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGQTEEXP) FETCH FAILED. SQLCODE=' SQLCODE
                 MOVE 8 TO WS-RETURN-CODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * REPORT-ONE-BROKER prints one broker's outcome counts and its
      * conversion rate - bound over priced; a broker whose every
      * quote was declined shows a rate of zero.
       REPORT-ONE-BROKER.
           ADD 1 TO WS-TOT-BROKERS.
           ADD WS-ISSUED   TO WS-TOT-ISSUED.
           ADD WS-DECLINED TO WS-TOT-DECLINED.
           ADD WS-OPEN     TO WS-TOT-OPEN.
           ADD WS-EXPIRED  TO WS-TOT-EXPIRED.
           ADD WS-BOUND    TO WS-TOT-BOUND.
           IF WS-BROKERID = 0
              MOVE 'DIRECT BUSINESS' TO WS-BROKER-NAME
           END-IF.
           PERFORM WRITE-COUNTS-LINE.

      ******************************************************************
      * WRITE-COUNTS-LINE formats the counts in WS-ISSUED through
      * WS-BOUND, for a broker or for the report total.
       WRITE-COUNTS-LINE.
           COMPUTE WS-PRICED = WS-ISSUED - WS-DECLINED.
           IF WS-PRICED > 0
              COMPUTE WS-CONVERSION-PCT ROUNDED =
                      WS-BOUND * 100 / WS-PRICED
           ELSE
              MOVE 0 TO WS-CONVERSION-PCT
           END-IF.
           MOVE WS-BROKERID       TO WS-BROKER-DISPLAY.
           MOVE WS-ISSUED         TO WS-ISSUED-DISPLAY.
           MOVE WS-DECLINED       TO WS-DECLINED-DISPLAY.
           MOVE WS-OPEN           TO WS-OPEN-DISPLAY.
           MOVE WS-EXPIRED        TO WS-EXPIRED-DISPLAY.
           MOVE WS-BOUND          TO WS-BOUND-DISPLAY.
           MOVE WS-CONVERSION-PCT TO WS-PCT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-BROKER-DISPLAY ' ' WS-BROKER-NAME ' '
                   WS-ISSUED-DISPLAY ' ' WS-DECLINED-DISPLAY ' '
                   WS-OPEN-DISPLAY ' ' WS-EXPIRED-DISPLAY ' '
                   WS-BOUND-DISPLAY '  ' WS-PCT-DISPLAY '%'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'QUOTE-TO-BIND CONVERSION BY BROKER  QUOTES ISSUED '
                   'AFTER ' WS-REPORT-FROM-DATE
                   ' TO ' WS-BUSINESS-DATE
                   '  EXPIRED THIS RUN: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    BROKER NAME                              '
                   '  ISSUED DECLINE    OPEN EXPIRED   BOUND'
                   '  CONV'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-REPORT-TRAILER prints the all-broker line through the
      * same formatting as a broker's.
       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0               TO WS-BROKERID.
           MOVE 'ALL BROKERS AND DIRECT' TO WS-BROKER-NAME.
           MOVE WS-TOT-ISSUED   TO WS-ISSUED.
           MOVE WS-TOT-DECLINED TO WS-DECLINED.
           MOVE WS-TOT-OPEN     TO WS-OPEN.
           MOVE WS-TOT-EXPIRED  TO WS-EXPIRED.
           MOVE WS-TOT-BOUND    TO WS-BOUND.
           PERFORM WRITE-COUNTS-LINE.

      ******************************************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'LGQTEEXP' TO RL-PROGRAM-NAME.
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
              DISPLAY '(LGQTEEXP) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the quotes reported on and the quotes expired.
       WRITE-RUN-LOG-END.
           MOVE WS-TOT-ISSUED    TO RL-RECORDS-READ.
           MOVE WS-EXPIRED-COUNT TO RL-RECORDS-UPDATED.
           MOVE 0                TO RL-RECORDS-FAILED.
           MOVE WS-RETURN-CODE   TO RL-RETURN-CODE.
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
              DISPLAY '(LGQTEEXP) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
