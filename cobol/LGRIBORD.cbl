      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGRIBORD
      ******************************************************************
      * Quarterly reinsurance bordereau. Each quarter the cession
      * bordereau for the reinsurers was built by hand from policy
      * listings, and recoveries on big claims were chased from
      * memory. This quarter-end batch (the LGUPRCAL month-end gate,
      * run only when the business date closes March, June, September
      * or December; year-end runs it too) reports both from what
      * LGRICESS and LGRIRCV recorded:
      *
      *  - the bordereau file (RIBORD) lists, per treaty and policy,
      *    the RI_CESSION rows booked since the last bordereau: the
      *    policy's latest exposure and ceded exposure, and the net
      *    gross and ceded premium with the number of premium events.
      *    It is wrapped in the CBSFEEDC header and trailer (feed id
      *    RIBORD, ceded exposure as the hash key) for CBSFDVFY;
      *  - the report (RIBRPT) totals the bordereau by treaty, then
      *    lists every RI_RECOVERY row still due from a reinsurer
      *    with what is outstanding and how many days since it was
      *    raised.
      *
      * A cession is placed by when it was booked (its UPD_TIMESTAMP),
      * not its effective date: the window runs from the start of the
      * last LGRIBORD run for an earlier business date that released
      * its bordereau (return code 0 on BATCH_RUN_LOG), exclusive, to
      * the start of this run, inclusive. A backdated endorsement,
      * one booked on quarter-end day after the bordereau ran, and
      * everything a refused run would have carried all land on the
      * next bordereau released, and nothing lands on two. A rerun
      * for the same business date, which replaces the file, starts
      * from the same point as the run it replaces. With no earlier
      * release on file the window opens at the start of the
      * quarter. The quarter dates only label the bordereau.
      *
      * A database failure or a file that could not be written
      * withholds the trailer, so CBSFDVFY refuses the bordereau, and
      * ends the run with return code 8, which is also recorded on
      * BATCH_RUN_LOG. The business date and day type come from the
      * BUSDATE processing-calendar card; without one the run is
      * skipped.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRIBORD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORDEREAU-FILE ASSIGN TO RIBORD
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BDXFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO RIBRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS RPTFILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BORDEREAU-FILE
            RECORD CONTAINS 100
            RECORDING MODE IS F.
           COPY LGRIBDX.
      * PATH : .../Cobol Include/LGRIBDX
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01 LGRI-BORDEREAU-FILEREC.

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
       01 BDXFILE-STATUS               PIC X(02) VALUE SPACES.
          88 BDXFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-MONTH-END          VALUE 'M'.
          88 WS-DAY-YEAR-END           VALUE 'Y'.
       01 WS-BUSINESS-MONTH            PIC 9(2) VALUE 0.
          88 WS-QUARTER-END-MONTH      VALUES 3 6 9 12.
       01 WS-START-MONTH               PIC 9(2) VALUE 0.
      * The quarter the business date closes, first day to last -
      * the bordereau's label.
       01 WS-QUARTER-START             PIC X(10) VALUE SPACES.
       01 WS-QUARTER-END               PIC X(10) VALUE SPACES.
      * Start of the last run that released a bordereau: cessions
      * booked after it, up to this run's start, are reported.
       01 WS-SINCE-TIMESTAMP           PIC X(26) VALUE SPACES.
       01 WS-SINCE-IND                 PIC S9(4) USAGE COMP.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-RECOVERY-EOF-SWITCH       PIC X VALUE 'N'.
          88 WS-END-OF-RECOVERIES      VALUE 'Y'.
       01 WS-FAILED-SWITCH             PIC X VALUE 'N'.
          88 WS-DB2-FAILED             VALUE 'Y'.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-TREATY           VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-FEED-ID               PIC X(8) VALUE 'RIBORD'.
          05 WK-RECOVERY-DUE          PIC X(1) VALUE 'D'.
          05 WK-PREMIUM-DUE           PIC X(1) VALUE 'P'.
          05 WK-PREMIUM-RETURN        PIC X(1) VALUE 'R'.
          05 WK-REFUSED-RC            PIC S9(4) USAGE COMP VALUE 8.
      * One treaty/policy line as fetched.
       01 WS-TREATY-ID                 PIC X(8).
       01 WS-TREATY-TYPE               PIC X(1).
       01 WS-REINSURER-NAME            PIC X(40).
       01 WS-POLICYNUMBER              PIC S9(9) USAGE COMP.
       01 WS-POLICYTYPE                PIC X(1).
       01 WS-EXPOSURE                  PIC S9(9) USAGE COMP.
       01 WS-CEDED-EXPOSURE            PIC S9(9) USAGE COMP.
       01 WS-GROSS-PREMIUM             PIC S9(18) USAGE COMP.
       01 WS-CEDED-PREMIUM             PIC S9(18) USAGE COMP.
       01 WS-EVENT-COUNT               PIC S9(9) USAGE COMP.
      * Treaty and report accumulators.
       01 WS-PRIOR-TREATY-ID           PIC X(8) VALUE SPACES.
       01 WS-PRIOR-TREATY-TYPE         PIC X(1) VALUE SPACES.
       01 WS-PRIOR-REINSURER           PIC X(40) VALUE SPACES.
       01 WS-TRT-POLICIES              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TRT-CEDED-EXPOSURE        PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TRT-GROSS                 PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TRT-CEDED                 PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TOT-POLICIES              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-CEDED-EXPOSURE        PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TOT-GROSS                 PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TOT-CEDED                 PIC S9(18) USAGE COMP VALUE 0.
       01 WS-LINE-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-WRITE-FAILED-COUNT        PIC S9(9) USAGE COMP VALUE 0.
      * One recovery still due, as fetched.
       01 WS-RECOVERY-OUTSTANDING      PIC S9(9) USAGE COMP.
       01 WS-RECOVERY-AGE              PIC S9(9) USAGE COMP.
       01 WS-RECOVERY-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RECOVERY-TOTAL            PIC S9(18) USAGE COMP VALUE 0.
      * The figures WRITE-TREATY-LINE prints.
       01 WS-PR-POLICIES               PIC S9(9) USAGE COMP.
       01 WS-PR-CEDED-EXPOSURE         PIC S9(18) USAGE COMP.
       01 WS-PR-GROSS                  PIC S9(18) USAGE COMP.
       01 WS-PR-CEDED                  PIC S9(18) USAGE COMP.
       01 WS-LABEL                     PIC X(52).
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-POLICIES-DISPLAY          PIC ZZZ,ZZ9.
       01 WS-EXPOSURE-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-GROSS-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-CEDED-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-RECOVERY-ID-DISPLAY       PIC Z(9)9.
       01 WS-CLAIM-DISPLAY             PIC Z(9)9.
       01 WS-POLICY-DISPLAY            PIC Z(9)9.
       01 WS-OUTSTANDING-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01 WS-AGE-DISPLAY               PIC ZZ,ZZ9.
       01 WS-RECOVERY-TOTAL-DISPLAY    PIC ZZZ,ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/LGRICSN / LGRITRT / LGRIRCY /
      *        CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLRI-CESSION.  01 DCLRI-TREATY.  01 DCLRI-RECOVERY.
      *01  DCLBATCH-RUN-LOG.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************
      * Control header/trailer for the bordereau feed.
           COPY CBSFEEDC.

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE LGRICSN
           END-EXEC.

           EXEC SQL
             INCLUDE LGRITRT
           END-EXEC.

           EXEC SQL
             INCLUDE LGRIRCY
           END-EXEC.

      * The cessions booked since the last released bordereau, per
      * treaty and policy. G: the net premiums, event count and
      * latest booking. L: that latest booking's exposure and ceded
      * exposure.
           EXEC SQL
             DECLARE BORDCSR CURSOR FOR
                SELECT G.TREATY_ID, T.TREATY_TYPE, T.REINSURER_NAME,
                       G.POLICYNUMBER, L.POLICYTYPE,
                       L.EXPOSURE, L.CEDED_EXPOSURE,
                       G.GROSS_PREMIUM, G.CEDED_PREMIUM, G.EVENTS
                  FROM (
                SELECT C.TREATY_ID, C.POLICYNUMBER,
                       SUM(BIGINT(C.GROSS_PREMIUM)) AS GROSS_PREMIUM,
                       SUM(BIGINT(C.CEDED_PREMIUM)) AS CEDED_PREMIUM,
                       COUNT(*) AS EVENTS,
                       MAX(C.UPD_TIMESTAMP) AS LAST_BOOKED
                  FROM RI_CESSION C
                 WHERE C.UPD_TIMESTAMP > :WS-SINCE-TIMESTAMP
                   AND C.UPD_TIMESTAMP <= :RL-START-TIMESTAMP
                 GROUP BY C.TREATY_ID, C.POLICYNUMBER
                       ) AS G
                       INNER JOIN RI_CESSION L
                         ON L.TREATY_ID = G.TREATY_ID
                        AND L.POLICYNUMBER = G.POLICYNUMBER
                        AND L.UPD_TIMESTAMP = G.LAST_BOOKED
                       INNER JOIN RI_TREATY T
                         ON T.TREATY_ID = G.TREATY_ID
                 ORDER BY G.TREATY_ID, G.POLICYNUMBER
           END-EXEC.

      * Every recovery still due from a reinsurer, oldest first
      * within each treaty.
           EXEC SQL
             DECLARE RECOVCSR CURSOR FOR
                SELECT RECOVERY_ID, TREATY_ID, CLAIMNUMBER,
                       POLICYNUMBER,
                       RECOVERY_AMOUNT - COLLECTED_AMOUNT,
                       CHAR(RAISED_DATE, ISO),
                       DAYS(DATE(:WS-BUSINESS-DATE)) - DAYS(RAISED_DATE)
                  FROM RI_RECOVERY
                 WHERE RECOVERY_STATUS = :WK-RECOVERY-DUE
                 ORDER BY TREATY_ID, RAISED_DATE, RECOVERY_ID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE(6:2) TO WS-BUSINESS-MONTH.
           IF ( NOT WS-DAY-MONTH-END AND NOT WS-DAY-YEAR-END )
              OR NOT WS-QUARTER-END-MONTH
              DISPLAY '(LGRIBORD) NOT QUARTER-END ON CALENDAR -'
                ' BORDEREAU RUN SKIPPED'
              STOP RUN
           END-IF.
           COMPUTE WS-START-MONTH = WS-BUSINESS-MONTH - 2.
           MOVE WS-BUSINESS-DATE TO WS-QUARTER-START.
           MOVE WS-START-MONTH TO WS-QUARTER-START(6:2).
           MOVE '01' TO WS-QUARTER-START(9:2).
           MOVE WS-BUSINESS-DATE TO WS-QUARTER-END.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM FIND-LAST-RELEASED-RUN.
           OPEN OUTPUT BORDEREAU-FILE
           IF NOT BDXFILE-STATUS-OK
              DISPLAY 'ERROR OPENING BORDEREAU FILE. STATUS='
                BDXFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           PERFORM WRITE-REPORT-HEADER.

           IF WS-DB2-FAILED
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              EXEC SQL
                   OPEN BORDCSR
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(LGRIBORD) CESSION CURSOR OPEN FAILED.'
                   ' SQLCODE=' SQLCODE
                 SET WS-DB2-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
              ELSE
                 PERFORM FETCH-NEXT-CESSION
              END-IF
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM BORDER-ONE-POLICY
              PERFORM FETCH-NEXT-CESSION
           END-PERFORM.
           EXEC SQL
                CLOSE BORDCSR
           END-EXEC.
           IF NOT WS-FIRST-TREATY
              PERFORM FINISH-TREATY-GROUP
           END-IF.
           PERFORM WRITE-BORDEREAU-TOTAL.
           PERFORM REPORT-DUE-RECOVERIES.
           PERFORM RELEASE-OR-REFUSE-BORDEREAU.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(LGRIBORD) BORDEREAU LINES:   ' WS-COUNT-DISPLAY.
           MOVE WS-RECOVERY-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(LGRIBORD) RECOVERIES DUE:    ' WS-COUNT-DISPLAY.
           CLOSE BORDEREAU-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * missing card skips the run, as for LGPRMCOL.
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
              DISPLAY '(LGRIBORD) NO PROCESSING-CALENDAR CARD -'
                ' BORDEREAU RUN SKIPPED'
              STOP RUN
           END-IF.

      ******************************************************************
      * FIND-LAST-RELEASED-RUN takes the start of the most recent
      * LGRIBORD run for an earlier business date that released its
      * bordereau off BATCH_RUN_LOG - the CBSALERT FIND-LAST-CLEAN-RUN
      * lookup. With none on file the window opens at the start of
      * the quarter. A failed lookup refuses the bordereau rather
      * than guess the window.
       FIND-LAST-RELEASED-RUN.
           EXEC SQL
                SELECT MAX(START_TIMESTAMP)
                  INTO :WS-SINCE-TIMESTAMP :WS-SINCE-IND
                  FROM BATCH_RUN_LOG
                 WHERE PROGRAM_NAME = 'LGRIBORD'
                   AND RUN_STATUS = 'E'
                   AND RETURN_CODE = 0
                   AND BUSINESS_DATE < :RL-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGRIBORD) LAST RUN LOOKUP FAILED. SQLCODE='
                SQLCODE
              SET WS-DB2-FAILED TO TRUE
              MOVE SPACES TO WS-SINCE-TIMESTAMP
           ELSE
              IF WS-SINCE-IND < 0
                 MOVE SPACES TO WS-SINCE-TIMESTAMP
                 STRING WS-QUARTER-START '-00.00.00.000000'
                        DELIMITED BY SIZE
                        INTO WS-SINCE-TIMESTAMP
                 END-STRING
              END-IF
              DISPLAY '(LGRIBORD) CESSIONS BOOKED AFTER '
                WS-SINCE-TIMESTAMP ' UP TO ' RL-START-TIMESTAMP
           END-IF.

      ******************************************************************
       FETCH-NEXT-CESSION.
           EXEC SQL
                FETCH BORDCSR
                 INTO :WS-TREATY-ID, :WS-TREATY-TYPE,
                      :WS-REINSURER-NAME,
                      :WS-POLICYNUMBER, :WS-POLICYTYPE,
                      :WS-EXPOSURE, :WS-CEDED-EXPOSURE,
                      :WS-GROSS-PREMIUM, :WS-CEDED-PREMIUM,
                      :WS-EVENT-COUNT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGRIBORD) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-DB2-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * BORDER-ONE-POLICY breaks to the treaty total when the treaty
      * changes, then writes the policy's bordereau line and adds it
      * in.
       BORDER-ONE-POLICY.
           IF WS-FIRST-TREATY
              MOVE 'N' TO WS-FIRST-SWITCH
           ELSE
              IF WS-TREATY-ID NOT = WS-PRIOR-TREATY-ID
                 PERFORM FINISH-TREATY-GROUP
              END-IF
           END-IF.
           MOVE WS-TREATY-ID      TO WS-PRIOR-TREATY-ID.
           MOVE WS-TREATY-TYPE    TO WS-PRIOR-TREATY-TYPE.
           MOVE WS-REINSURER-NAME TO WS-PRIOR-REINSURER.
           PERFORM WRITE-BORDEREAU-LINE.
           ADD 1                 TO WS-TRT-POLICIES.
           ADD WS-CEDED-EXPOSURE TO WS-TRT-CEDED-EXPOSURE.
           ADD WS-GROSS-PREMIUM  TO WS-TRT-GROSS.
           ADD WS-CEDED-PREMIUM  TO WS-TRT-CEDED.

      ******************************************************************
      * WRITE-BORDEREAU-LINE lays out the fetched treaty/policy line,
      * each net premium unsigned with the way it runs.
       WRITE-BORDEREAU-LINE.
           MOVE SPACES TO LGRI-BORDEREAU-FILEREC.
           MOVE WS-CEDED-EXPOSURE TO BX-CEDED-EXPOSURE.
           MOVE WS-TREATY-ID      TO BX-TREATY-ID.
           MOVE WS-TREATY-TYPE    TO BX-TREATY-TYPE.
           MOVE WS-POLICYNUMBER   TO BX-POLICYNUMBER.
           MOVE WS-POLICYTYPE     TO BX-POLICYTYPE.
           MOVE WS-QUARTER-START  TO BX-QUARTER-START.
           MOVE WS-QUARTER-END    TO BX-QUARTER-END.
           MOVE WS-EXPOSURE       TO BX-EXPOSURE.
           IF WS-GROSS-PREMIUM < 0
              COMPUTE BX-GROSS-PREMIUM = 0 - WS-GROSS-PREMIUM
              MOVE WK-PREMIUM-RETURN TO BX-GROSS-DIR
           ELSE
              MOVE WS-GROSS-PREMIUM TO BX-GROSS-PREMIUM
              MOVE WK-PREMIUM-DUE TO BX-GROSS-DIR
           END-IF.
           IF WS-CEDED-PREMIUM < 0
              COMPUTE BX-CEDED-PREMIUM = 0 - WS-CEDED-PREMIUM
              MOVE WK-PREMIUM-RETURN TO BX-CEDED-DIR
           ELSE
              MOVE WS-CEDED-PREMIUM TO BX-CEDED-PREMIUM
              MOVE WK-PREMIUM-DUE TO BX-CEDED-DIR
           END-IF.
           MOVE WS-EVENT-COUNT    TO BX-EVENT-COUNT.
           WRITE LGRI-BORDEREAU-FILEREC
           IF NOT BDXFILE-STATUS-OK
              DISPLAY 'ERROR WRITING BORDEREAU FILE. STATUS='
                BDXFILE-STATUS
              ADD 1 TO WS-WRITE-FAILED-COUNT
           ELSE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD BX-CEDED-EXPOSURE TO FC-T-HASH-TOTAL
           END-IF.

      ******************************************************************
      * FINISH-TREATY-GROUP prints the treaty just ended and rolls it
      * into the bordereau totals.
       FINISH-TREATY-GROUP.
           MOVE WS-TRT-POLICIES       TO WS-PR-POLICIES.
           MOVE WS-TRT-CEDED-EXPOSURE TO WS-PR-CEDED-EXPOSURE.
           MOVE WS-TRT-GROSS          TO WS-PR-GROSS.
           MOVE WS-TRT-CEDED          TO WS-PR-CEDED.
           MOVE SPACES TO WS-LABEL.
           STRING WS-PRIOR-TREATY-ID ' ' WS-PRIOR-TREATY-TYPE ' '
                   WS-PRIOR-REINSURER
                   DELIMITED BY SIZE
                   INTO WS-LABEL
           END-STRING.
           PERFORM WRITE-TREATY-LINE.
           ADD WS-TRT-POLICIES       TO WS-TOT-POLICIES.
           ADD WS-TRT-CEDED-EXPOSURE TO WS-TOT-CEDED-EXPOSURE.
           ADD WS-TRT-GROSS          TO WS-TOT-GROSS.
           ADD WS-TRT-CEDED          TO WS-TOT-CEDED.
           MOVE 0 TO WS-TRT-POLICIES.
           MOVE 0 TO WS-TRT-CEDED-EXPOSURE.
           MOVE 0 TO WS-TRT-GROSS.
           MOVE 0 TO WS-TRT-CEDED.

      ******************************************************************
       WRITE-BORDEREAU-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-POLICIES       TO WS-PR-POLICIES.
           MOVE WS-TOT-CEDED-EXPOSURE TO WS-PR-CEDED-EXPOSURE.
           MOVE WS-TOT-GROSS          TO WS-PR-GROSS.
           MOVE WS-TOT-CEDED          TO WS-PR-CEDED.
           MOVE 'ALL TREATIES' TO WS-LABEL.
           PERFORM WRITE-TREATY-LINE.
           IF WS-DB2-FAILED
              MOVE SPACES TO REPORT-LINE
              MOVE '** DATABASE FAILURE - FIGURES INCOMPLETE **'
                TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * WRITE-TREATY-LINE formats WS-PR-POLICIES through WS-PR-CEDED
      * under the label in WS-LABEL.
       WRITE-TREATY-LINE.
           MOVE WS-PR-POLICIES       TO WS-POLICIES-DISPLAY.
           MOVE WS-PR-CEDED-EXPOSURE TO WS-EXPOSURE-DISPLAY.
           MOVE WS-PR-GROSS          TO WS-GROSS-DISPLAY.
           MOVE WS-PR-CEDED          TO WS-CEDED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LABEL ' ' WS-POLICIES-DISPLAY ' '
                   WS-EXPOSURE-DISPLAY ' ' WS-GROSS-DISPLAY ' '
                   WS-CEDED-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * REPORT-DUE-RECOVERIES lists what the reinsurers still owe on
      * paid claims, with the age of each recovery in days.
       REPORT-DUE-RECOVERIES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECOVERIES DUE FROM REINSURERS AT '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TREATY   RECOVERY ID      CLAIM     POLICY'
                   '  OUTSTANDING  RAISED      DAYS'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           EXEC SQL
                OPEN RECOVCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGRIBORD) RECOVERY CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              SET WS-DB2-FAILED TO TRUE
              SET WS-END-OF-RECOVERIES TO TRUE
           ELSE
              PERFORM FETCH-NEXT-RECOVERY
           END-IF.
           PERFORM UNTIL WS-END-OF-RECOVERIES
              PERFORM REPORT-ONE-RECOVERY
              PERFORM FETCH-NEXT-RECOVERY
           END-PERFORM.
           EXEC SQL
                CLOSE RECOVCSR
           END-EXEC.
           MOVE WS-RECOVERY-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-RECOVERY-TOTAL TO WS-RECOVERY-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECOVERIES DUE: ' WS-COUNT-DISPLAY
                   '  OUTSTANDING: ' WS-RECOVERY-TOTAL-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       FETCH-NEXT-RECOVERY.
           EXEC SQL
                FETCH RECOVCSR
                 INTO :RY-RECOVERY-ID, :RY-TREATY-ID,
                      :RY-CLAIMNUMBER, :RY-POLICYNUMBER,
                      :WS-RECOVERY-OUTSTANDING, :RY-RAISED-DATE,
                      :WS-RECOVERY-AGE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-RECOVERIES TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGRIBORD) RECOVERY FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-DB2-FAILED TO TRUE
                 SET WS-END-OF-RECOVERIES TO TRUE
           END-EVALUATE.

      ******************************************************************
       REPORT-ONE-RECOVERY.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD WS-RECOVERY-OUTSTANDING TO WS-RECOVERY-TOTAL.
           MOVE RY-RECOVERY-ID          TO WS-RECOVERY-ID-DISPLAY.
           MOVE RY-CLAIMNUMBER          TO WS-CLAIM-DISPLAY.
           MOVE RY-POLICYNUMBER         TO WS-POLICY-DISPLAY.
           MOVE WS-RECOVERY-OUTSTANDING TO WS-OUTSTANDING-DISPLAY.
           MOVE WS-RECOVERY-AGE         TO WS-AGE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING RY-TREATY-ID ' ' WS-RECOVERY-ID-DISPLAY ' '
                   WS-CLAIM-DISPLAY ' ' WS-POLICY-DISPLAY ' '
                   WS-OUTSTANDING-DISPLAY ' ' RY-RAISED-DATE ' '
                   WS-AGE-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * RELEASE-OR-REFUSE-BORDEREAU closes the feed with its trailer
      * only when every line was written and nothing failed in the
      * database. Otherwise the trailer is withheld so CBSFDVFY
      * refuses the file, and the step ends with return code 8.
       RELEASE-OR-REFUSE-BORDEREAU.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-WRITE-FAILED-COUNT = 0
              AND NOT WS-DB2-FAILED
              PERFORM WRITE-FEED-TRAILER
              MOVE 'BORDEREAU RELEASED' TO REPORT-LINE
              MOVE 0 TO RL-RETURN-CODE
           ELSE
              MOVE 'BORDEREAU REFUSED - NOT RELEASED TO REINSURERS'
                TO REPORT-LINE
              MOVE WK-REFUSED-RC TO RL-RETURN-CODE
              MOVE WK-REFUSED-RC TO RETURN-CODE
              DISPLAY '(LGRIBORD) BORDEREAU REFUSED FOR '
                WS-BUSINESS-DATE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-FEED-HEADER/WRITE-FEED-TRAILER wrap the bordereau in the
      * standard CBSFEEDC control records. The generation is always
      * 1: a rerun for the same business date replaces the file.
       WRITE-FEED-HEADER.
           MOVE 0 TO FC-T-DETAIL-COUNT.
           MOVE 0 TO FC-T-HASH-TOTAL.
           MOVE WK-FEED-ID       TO FC-H-FEED-ID.
           MOVE WS-BUSINESS-DATE TO FC-H-BUSINESS-DATE.
           MOVE 1 TO FC-H-GENERATION.
           WRITE LGRI-BORDEREAU-FILEREC FROM FC-FEED-HEADER
           IF NOT BDXFILE-STATUS-OK
              DISPLAY 'ERROR WRITING FEED HEADER.'
           END-IF.

      ******************************************************************
       WRITE-FEED-TRAILER.
           WRITE LGRI-BORDEREAU-FILEREC FROM FC-FEED-TRAILER
           IF NOT BDXFILE-STATUS-OK
              DISPLAY 'ERROR WRITING FEED TRAILER.'
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REINSURANCE CESSION BORDEREAU  QUARTER '
                   WS-QUARTER-START ' TO ' WS-QUARTER-END
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CESSIONS BOOKED AFTER ' WS-SINCE-TIMESTAMP
                   ' UP TO ' RL-START-TIMESTAMP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TREATY   T REINSURER                                '
                   'POLICIES  CEDED EXPOSURE'
                   '    GROSS PREMIUM    CEDED PREMIUM'
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
      * if it later abends. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'LGRIBORD' TO RL-PROGRAM-NAME.
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
              DISPLAY '(LGRIBORD) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the treaty/policy lines as the rows read, the bordereau
      * lines written as the rows updated and the lines that could
      * not be written as the rows failed; RL-RETURN-CODE was set by
      * RELEASE-OR-REFUSE-BORDEREAU.
       WRITE-RUN-LOG-END.
           COMPUTE RL-RECORDS-READ =
                   WS-LINE-COUNT + WS-WRITE-FAILED-COUNT.
           MOVE WS-LINE-COUNT         TO RL-RECORDS-UPDATED.
           MOVE WS-WRITE-FAILED-COUNT TO RL-RECORDS-FAILED.
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
              DISPLAY '(LGRIBORD) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
