      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSCPRET
      ******************************************************************
      * Half-yearly complaints return. The regulator wants, for each
      * half-year, the complaints the bank closed by category and
      * outcome - how many, how many inside the final-response
      * deadline, the redress paid - and those still open at the
      * period end; it was rebuilt from branch email. This reads the
      * CBS_COMPLAINT_CASE register CBSCPMNT keeps and writes the
      * return straight from it.
      *
      * It runs only when the BUSDATE processing-calendar card marks
      * a month-end or year-end in June or December, for the half
      * year ending on the business date (1 January or 1 July to the
      * business date). CMPLRTN is the return (CBSCPRR layout,
      * CBSFEEDC header and trailer, feed CMPLRTN, hash on the case
      * count): one record per category and outcome closed in the
      * period, and one per category with cases still open at its
      * end (outcome 'O').
      *
      * A DB2 failure withholds the return's trailer and ends the run
      * RC 8. Any other day, or a missing card, skips the run rather
      * than return the wrong period. Read-only; logged on
      * BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCPRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO CMPLRTN
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS RETFILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURN-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.
       01 RETURN-FILEREC.
           COPY CBSCPRR.
      * PATH : .../Cobol Include/CBSCPRR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 CR-CASE-COUNT               PIC 9(9).
      *    05 CR-CATEGORY                 PIC X(10).
      *    05 CR-OUTCOME                  PIC X(1).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 RETFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RETFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-PERIOD-END         VALUE 'M' 'Y'.
       01 WS-PERIOD-MONTH              PIC X(2).
          88 WS-HALF-YEAR-MONTH        VALUE '06' '12'.
      * The half-year returned: its first day to the business date.
       01 WS-PERIOD-FROM               PIC X(10).
       01 WS-PERIOD-TO                 PIC X(10).
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-FAILED-SWITCH             PIC X VALUE 'N'.
          88 WS-RUN-FAILED             VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-FEED-ID               PIC X(8) VALUE 'CMPLRTN'.
          05 WK-FAILED-RC             PIC S9(4) USAGE COMP VALUE 8.
      * One category/outcome group, as fetched.
       01 WS-ROW-CATEGORY              PIC X(10).
       01 WS-ROW-OUTCOME               PIC X(1).
       01 WS-ROW-CASES                 PIC S9(9) USAGE COMP.
       01 WS-ROW-WITHIN                PIC S9(9) USAGE COMP.
       01 WS-ROW-REDRESS               PIC S9(18) USAGE COMP.
      * Run totals.
       01 WS-RECORD-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CLOSED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-OPEN-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLBATCH-RUN-LOG.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************
      * Control header/trailer for the complaints return.
           COPY CBSFEEDC.

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

      * Cases closed in the period by category and outcome, then
      * cases open at the period end (opened by then, not closed by
      * then - CLOSED_DATE is 9999-12-31 while a case is open) as
      * outcome 'O'. Within-deadline means closed by the deadline for
      * a closed case and not yet past it for an open one.
           EXEC SQL
             DECLARE CMPLRTNCSR CURSOR FOR
                SELECT CATEGORY, OUTCOME, COUNT(*),
                       SUM( CASE WHEN CLOSED_DATE <= DEADLINE_DATE
                                 THEN 1 ELSE 0 END ),
                       SUM( BIGINT(REDRESS_PAID) )
                  FROM CBS_COMPLAINT_CASE
                 WHERE CASE_STATUS = 'CLOSED'
                   AND CLOSED_DATE BETWEEN :WS-PERIOD-FROM
                                       AND :WS-PERIOD-TO
                 GROUP BY CATEGORY, OUTCOME
                UNION ALL
                SELECT CATEGORY, 'O', COUNT(*),
                       SUM( CASE WHEN DEADLINE_DATE >= :WS-PERIOD-TO
                                 THEN 1 ELSE 0 END ),
                       SUM( BIGINT(REDRESS_PAID) )
                  FROM CBS_COMPLAINT_CASE
                 WHERE OPENED_DATE <= :WS-PERIOD-TO
                   AND CLOSED_DATE > :WS-PERIOD-TO
                 GROUP BY CATEGORY
                 ORDER BY 1, 2
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE(6:2) TO WS-PERIOD-MONTH.
           IF NOT WS-DAY-PERIOD-END OR NOT WS-HALF-YEAR-MONTH
              DISPLAY '(CBSCPRET) NOT A HALF-YEAR END ON CALENDAR -'
                ' COMPLAINTS RETURN SKIPPED'
              STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-TO.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-FROM.
           IF WS-PERIOD-MONTH = '06'
              MOVE '01-01' TO WS-PERIOD-FROM(6:5)
           ELSE
              MOVE '07-01' TO WS-PERIOD-FROM(6:5)
           END-IF.
           PERFORM WRITE-RUN-LOG-START.

           OPEN OUTPUT RETURN-FILE
           IF NOT RETFILE-STATUS-OK
              DISPLAY 'ERROR OPENING RETURN FILE. STATUS='
                RETFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.

           EXEC SQL
                OPEN CMPLRTNCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCPRET) RETURN CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              SET WS-RUN-FAILED TO TRUE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-CATEGORY-ROW
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM WRITE-RETURN-RECORD
              PERFORM FETCH-NEXT-CATEGORY-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE CMPLRTNCSR
           END-EXEC.

           PERFORM WRITE-FEED-TRAILER.
           PERFORM WRITE-RUN-LOG-END.

           DISPLAY '(CBSCPRET) COMPLAINTS RETURN FOR ' WS-PERIOD-FROM
             ' TO ' WS-PERIOD-TO.
           MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSCPRET) CASES CLOSED IN PERIOD: '
             WS-COUNT-DISPLAY.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSCPRET) CASES OPEN AT END:     '
             WS-COUNT-DISPLAY.

           CLOSE RETURN-FILE.
           IF WS-RUN-FAILED
              MOVE WK-FAILED-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card. The
      * return has no sensible fallback date - without a card it
      * refuses to run rather than returning the wrong half-year.
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
              DISPLAY '(CBSCPRET) NO PROCESSING-CALENDAR CARD -'
                ' COMPLAINTS RETURN SKIPPED'
              STOP RUN
           END-IF.

      ******************************************************************
       FETCH-NEXT-CATEGORY-ROW.
           EXEC SQL
                FETCH CMPLRTNCSR
                 INTO :WS-ROW-CATEGORY, :WS-ROW-OUTCOME,
                      :WS-ROW-CASES, :WS-ROW-WITHIN, :WS-ROW-REDRESS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSCPRET) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * WRITE-RETURN-RECORD writes one category/outcome line and
      * rolls it into the trailer's count and case-count hash.
       WRITE-RETURN-RECORD.
           MOVE SPACES TO RETURN-FILEREC.
           MOVE WS-ROW-CASES    TO CR-CASE-COUNT.
           MOVE WS-ROW-CATEGORY TO CR-CATEGORY.
           MOVE WS-ROW-OUTCOME  TO CR-OUTCOME.
           MOVE WS-ROW-WITHIN   TO CR-WITHIN-DEADLINE.
           MOVE WS-ROW-REDRESS  TO CR-REDRESS-PAID.
           MOVE WS-PERIOD-FROM  TO CR-PERIOD-FROM.
           MOVE WS-PERIOD-TO    TO CR-PERIOD-TO.
           WRITE RETURN-FILEREC
           IF NOT RETFILE-STATUS-OK
              DISPLAY 'ERROR WRITING RETURN FILE.'
              SET WS-RUN-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-RECORD-COUNT
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD WS-ROW-CASES TO FC-T-HASH-TOTAL
              IF WS-ROW-OUTCOME = 'O'
                 ADD WS-ROW-CASES TO WS-OPEN-COUNT
              ELSE
                 ADD WS-ROW-CASES TO WS-CLOSED-COUNT
              END-IF
           END-IF.

      ******************************************************************
       WRITE-FEED-HEADER.
           MOVE WK-FEED-ID       TO FC-H-FEED-ID.
           MOVE WS-BUSINESS-DATE TO FC-H-BUSINESS-DATE.
           MOVE 1                TO FC-H-GENERATION.
           MOVE 0 TO FC-T-DETAIL-COUNT.
           MOVE 0 TO FC-T-HASH-TOTAL.
           WRITE RETURN-FILEREC FROM FC-FEED-HEADER
           IF NOT RETFILE-STATUS-OK
              DISPLAY 'ERROR WRITING FEED HEADER.'
              SET WS-RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * WRITE-FEED-TRAILER closes the return for the regulator -
      * unless the run failed, when the trailer is withheld so
      * CBSFDVFY rejects the partial file.
       WRITE-FEED-TRAILER.
           IF WS-RUN-FAILED
              DISPLAY '(CBSCPRET) RUN INCOMPLETE - RETURN TRAILER'
                ' WITHHELD'
           ELSE
              WRITE RETURN-FILEREC FROM FC-FEED-TRAILER
              IF NOT RETFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING FEED TRAILER.'
                 SET WS-RUN-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSCPRET' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSCPRET) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the cases returned, the return records written and the
      * return code.
       WRITE-RUN-LOG-END.
           COMPUTE RL-RECORDS-READ = WS-CLOSED-COUNT + WS-OPEN-COUNT.
           MOVE WS-RECORD-COUNT TO RL-RECORDS-UPDATED.
           MOVE 0               TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSCPRET) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
