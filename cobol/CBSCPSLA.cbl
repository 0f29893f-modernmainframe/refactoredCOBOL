      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSCPSLA
      ******************************************************************
      * Complaint SLA report, run daily. Every complaint logged on
      * CBS_COMPLAINT_CASE by CBSCPMNT carries the final-response
      * deadline worked out in business days when it was opened; a
      * deadline missed is a breach the regulator counts. This lists,
      * branch by branch, every OPEN case whose deadline has already
      * passed or falls within the next WK-WARN-DAYS business days on
      * CBS_PROC_CALENDAR, soonest first, so each branch sees the
      * cases to finish this week before they breach.
      *
      * The business date is the BUSDATE processing-calendar card's,
      * or CURRENT DATE without one; the warning horizon is the
      * WK-WARN-DAYS'th business day after it, or WK-WARN-FALLBACK
      * calendar days when the calendar is not loaded that far.
      * Each line shows the case, its references, the deadline and
      * either the days overdue or DUE SOON; each branch closes with
      * its counts and the report with the grand totals. Read-only;
      * logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCPSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO SLARPT
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
       01 WS-WARN-DATE                 PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WK-CONSTANTS.
      * Warning horizon: business days ahead on CBS_PROC_CALENDAR,
      * and the calendar-day equivalent past the loaded calendar.
          05 WK-WARN-DAYS             PIC S9(4) USAGE COMP VALUE 3.
          05 WK-WARN-FALLBACK         PIC S9(4) USAGE COMP VALUE 5.
      * One case as fetched, with its days past the deadline.
       01 WS-DAYS-OVERDUE              PIC S9(9) USAGE COMP.
      * Control-break accumulators per branch.
       01 WS-CURR-BRANCH               PIC X(20) VALUE SPACES.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-BRANCH           VALUE 'Y'.
       01 WS-BR-OVERDUE                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BR-DUE-SOON               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-OVERDUE               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-DUE-SOON              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-BRANCHES              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CASE-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RPT-CASE-DISPLAY          PIC Z(8)9.
       01 WS-RPT-CUID-DISPLAY          PIC Z(8)9.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-POLICY-DISPLAY        PIC Z(8)9.
       01 WS-RPT-CLAIM-DISPLAY         PIC Z(8)9.
       01 WS-RPT-STATE                 PIC X(13).
       01 WS-RPT-OVERDUE-DISPLAY       PIC ZZZ9.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZ9.
       01 WS-COUNT-2-DISPLAY           PIC ZZZ,ZZ9.
       01 WS-COUNT-3-DISPLAY           PIC ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/CBSCPCS.cpy / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-COMPLAINT-CASE.  01 DCLBATCH-RUN-LOG.
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
             INCLUDE CBSCPCS
           END-EXEC.

      * Open cases due by the warning horizon, in branch order for
      * the control break and soonest deadline first within it.
           EXEC SQL
             DECLARE CASESLACSR CURSOR FOR
                SELECT BRANCH_NAME, CASE_ID, CATEGORY, CUID,
                       ACCOUNT_NUMBER, POLICYNUMBER, CLAIMNUMBER,
                       OPENED_DATE, DEADLINE_DATE,
                       DAYS(DATE(:WS-BUSINESS-DATE))
                       - DAYS(DEADLINE_DATE)
                  FROM CBS_COMPLAINT_CASE
                 WHERE CASE_STATUS = 'OPEN'
                   AND DEADLINE_DATE <= :WS-WARN-DATE
                 ORDER BY BRANCH_NAME, DEADLINE_DATE, CASE_ID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM FIND-WARNING-HORIZON.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN CASESLACSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCPSLA) CASE CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-DUE-CASE
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM LIST-ONE-CASE
              PERFORM FETCH-NEXT-DUE-CASE
           END-PERFORM.
           EXEC SQL
                CLOSE CASESLACSR
           END-EXEC.
           IF NOT WS-FIRST-BRANCH
              PERFORM WRITE-BRANCH-TOTALS
           END-IF.
           PERFORM WRITE-REPORT-TRAILER.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-TOT-OVERDUE TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSCPSLA) CASES PAST DEADLINE: ' WS-COUNT-DISPLAY.
           MOVE WS-TOT-DUE-SOON TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSCPSLA) CASES DUE SOON:      ' WS-COUNT-DISPLAY.
           CLOSE REPORT-FILE.
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
      * FIND-WARNING-HORIZON finds the WK-WARN-DAYS'th business day
      * after the business date on CBS_PROC_CALENDAR - the same
      * count CBSCPMNT uses for the deadline itself - falling back to
      * WK-WARN-FALLBACK calendar days past the loaded calendar.
       FIND-WARNING-HORIZON.
           EXEC SQL
                SELECT COALESCE(MIN(C.CAL_DATE),
                                DATE(:WS-BUSINESS-DATE)
                                + :WK-WARN-FALLBACK DAYS)
                  INTO :WS-WARN-DATE
                  FROM CBS_PROC_CALENDAR C
                 WHERE C.BUSINESS_DAY_FLAG = 'Y'
                   AND C.CAL_DATE > :WS-BUSINESS-DATE
                   AND ( SELECT COUNT(*)
                           FROM CBS_PROC_CALENDAR D
                          WHERE D.BUSINESS_DAY_FLAG = 'Y'
                            AND D.CAL_DATE > :WS-BUSINESS-DATE
                            AND D.CAL_DATE <= C.CAL_DATE )
                       = :WK-WARN-DAYS
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCPSLA) HORIZON LOOKUP FAILED. SQLCODE='
                SQLCODE
              MOVE WS-BUSINESS-DATE TO WS-WARN-DATE
           END-IF.

      ******************************************************************
       FETCH-NEXT-DUE-CASE.
           EXEC SQL
                FETCH CASESLACSR
                 INTO :CC-BRANCH-NAME, :CC-CASE-ID, :CC-CATEGORY,
                      :CC-CUID, :CC-ACCOUNT-NUMBER, :CC-POLICYNUMBER,
                      :CC-CLAIMNUMBER, :CC-OPENED-DATE,
                      :CC-DEADLINE-DATE, :WS-DAYS-OVERDUE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSCPSLA) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * LIST-ONE-CASE breaks on branch, then prints the case as past
      * its deadline (days overdue) or due soon.
       LIST-ONE-CASE.
           IF WS-FIRST-BRANCH
              MOVE 'N' TO WS-FIRST-SWITCH
              PERFORM START-BRANCH
           ELSE
              IF CC-BRANCH-NAME NOT = WS-CURR-BRANCH
                 PERFORM WRITE-BRANCH-TOTALS
                 PERFORM START-BRANCH
              END-IF
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           IF WS-DAYS-OVERDUE > 0
              ADD 1 TO WS-BR-OVERDUE
              MOVE WS-DAYS-OVERDUE TO WS-RPT-OVERDUE-DISPLAY
              MOVE SPACES TO WS-RPT-STATE
              STRING 'OVERDUE ' WS-RPT-OVERDUE-DISPLAY 'D'
                      DELIMITED BY SIZE
                      INTO WS-RPT-STATE
              END-STRING
           ELSE
              ADD 1 TO WS-BR-DUE-SOON
              MOVE 'DUE SOON' TO WS-RPT-STATE
           END-IF.
           MOVE CC-CASE-ID        TO WS-RPT-CASE-DISPLAY.
           MOVE CC-CUID           TO WS-RPT-CUID-DISPLAY.
           MOVE CC-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE CC-POLICYNUMBER   TO WS-RPT-POLICY-DISPLAY.
           MOVE CC-CLAIMNUMBER    TO WS-RPT-CLAIM-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  ' WS-RPT-CASE-DISPLAY ' ' CC-CATEGORY ' '
                   WS-RPT-CUID-DISPLAY ' ' WS-RPT-ACCOUNT-DISPLAY ' '
                   WS-RPT-POLICY-DISPLAY ' ' WS-RPT-CLAIM-DISPLAY ' '
                   CC-OPENED-DATE ' ' CC-DEADLINE-DATE ' '
                   WS-RPT-STATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       START-BRANCH.
           MOVE CC-BRANCH-NAME TO WS-CURR-BRANCH.
           ADD 1 TO WS-TOT-BRANCHES.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH: ' WS-CURR-BRANCH
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-BRANCH-TOTALS.
           MOVE WS-BR-OVERDUE  TO WS-COUNT-DISPLAY.
           MOVE WS-BR-DUE-SOON TO WS-COUNT-2-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  BRANCH TOTAL  PAST DEADLINE: ' WS-COUNT-DISPLAY
                   '  DUE SOON: ' WS-COUNT-2-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-BR-OVERDUE  TO WS-TOT-OVERDUE.
           ADD WS-BR-DUE-SOON TO WS-TOT-DUE-SOON.
           MOVE 0 TO WS-BR-OVERDUE.
           MOVE 0 TO WS-BR-DUE-SOON.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COMPLAINT CASES PAST OR NEARING DEADLINE  '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   '  DUE BY ' WS-WARN-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '       CASE CATEGORY        CUID'
                   '            ACCOUNT    POLICY     CLAIM'
                   ' OPENED     DEADLINE   STATE'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-TRAILER.
           MOVE WS-TOT-OVERDUE  TO WS-COUNT-DISPLAY.
           MOVE WS-TOT-DUE-SOON TO WS-COUNT-2-DISPLAY.
           MOVE WS-TOT-BRANCHES TO WS-COUNT-3-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL PAST DEADLINE: ' WS-COUNT-DISPLAY
                   '  DUE SOON: ' WS-COUNT-2-DISPLAY
                   '  BRANCHES: ' WS-COUNT-3-DISPLAY
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
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSCPSLA' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSCPSLA) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the cases listed and, as failures, those already past
      * their deadline.
       WRITE-RUN-LOG-END.
           MOVE WS-CASE-COUNT  TO RL-RECORDS-READ.
           MOVE 0              TO RL-RECORDS-UPDATED.
           MOVE WS-TOT-OVERDUE TO RL-RECORDS-FAILED.
           MOVE 0              TO RL-RETURN-CODE.
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
              DISPLAY '(CBSCPSLA) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
