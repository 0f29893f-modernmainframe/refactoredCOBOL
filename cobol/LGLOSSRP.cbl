      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGLOSSRP
      ******************************************************************
      * Loss experience report, run at month-end (the CBSSTMT
      * BD-MONTH-END gate; year-end runs it too). Claims are taken
      * year to date - CLAIMDATE from 1 January of the business year
      * to the business date - and reported in two parts:
      *
      *  - by POLICYTYPE and, within it, BROKERID (direct business is
      *    BROKERID zero): claims reported, claims still open (case
      *    reserve above zero on CLAIM_RESERVE), the open case
      *    reserve, paid to date (CLAIM.PAID) and incurred - paid
      *    plus reserve - with a subtotal per line of business;
      *  - by line of business: incurred against the taxable premium
      *    PREMIUM_TAX_DTL records for the same period (new business,
      *    signed endorsements and renewals) and the loss ratio,
      *    incurred as a percentage of that premium. A line with no
      *    premium in the period shows no ratio rather than a zero.
      *
      * These are the figures renewal pricing on LGRENEWB is reviewed
      * against. A claim opened before CLAIM_RESERVE existed has no
      * reserve row and reports its paid figure only. The business
      * date and day type come from the BUSDATE processing-calendar
      * card; without one the run is skipped. Logged on BATCH_RUN_LOG
      * with the claims reported as the rows read.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLOSSRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO LOSSRPT
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
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-MONTH-END          VALUE 'M'.
          88 WS-DAY-YEAR-END           VALUE 'Y'.
       01 WS-PERIOD-FROM-DATE          PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-FIRST-GROUP-SWITCH        PIC X VALUE 'Y'.
          88 WS-FIRST-GROUP            VALUE 'Y'.
       01 WS-RETURN-CODE               PIC S9(4) USAGE COMP VALUE 0.
      * Lines of business reported in the loss-ratio part, in the
      * order LGTAXRPT's return lists them.
       01 WK-LINE-CODES                PIC X(4) VALUE 'CEHM'.
       01 WK-LINE-CODE-TABLE REDEFINES WK-LINE-CODES.
          05 WK-LINE-CODE             PIC X(1) OCCURS 4 TIMES.
       01 WK-LINE-NAMES.
          05 FILLER                   PIC X(12) VALUE 'COMMERCIAL'.
          05 FILLER                   PIC X(12) VALUE 'ENDOWMENT'.
          05 FILLER                   PIC X(12) VALUE 'HOUSE'.
          05 FILLER                   PIC X(12) VALUE 'MOTOR'.
       01 WK-LINE-NAME-TABLE REDEFINES WK-LINE-NAMES.
          05 WK-LINE-NAME             PIC X(12) OCCURS 4 TIMES.
       01 WS-LINE-IX                   PIC S9(4) USAGE COMP VALUE 0.
       01 WS-LINE-TOTALS.
          05 WS-LINE-ENTRY            OCCURS 4 TIMES.
             10 WS-LN-INCURRED        PIC S9(18) USAGE COMP.
             10 WS-LN-PREMIUM         PIC S9(18) USAGE COMP.
      * One line-and-broker group as fetched.
       01 WS-POLICYTYPE                PIC X(1).
       01 WS-BROKERID                  PIC S9(9) USAGE COMP.
       01 WS-BROKER-NAME               PIC X(40).
       01 WS-CLAIMS                    PIC S9(9) USAGE COMP.
       01 WS-OPEN-CLAIMS               PIC S9(9) USAGE COMP.
       01 WS-RESERVE                   PIC S9(18) USAGE COMP.
       01 WS-PAID                      PIC S9(18) USAGE COMP.
       01 WS-INCURRED                  PIC S9(18) USAGE COMP.
       01 WS-PREMIUM                   PIC S9(18) USAGE COMP.
       01 WS-LOSS-RATIO-PCT            PIC S9(5)V9 USAGE COMP-3.
      * Line of business subtotal and report totals.
       01 WS-PRIOR-POLICYTYPE          PIC X(1) VALUE SPACES.
       01 WS-SUB-CLAIMS                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SUB-OPEN-CLAIMS           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SUB-RESERVE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-SUB-PAID                  PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TOT-CLAIMS                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-OPEN-CLAIMS           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-RESERVE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TOT-PAID                  PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TOT-INCURRED              PIC S9(18) USAGE COMP VALUE 0.
       01 WS-TOT-PREMIUM               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-LABEL                     PIC X(52).
       01 WS-BROKER-DISPLAY            PIC Z(9)9.
       01 WS-CLAIMS-DISPLAY            PIC ZZZ,ZZ9.
       01 WS-OPEN-DISPLAY              PIC ZZZ,ZZ9.
       01 WS-RESERVE-DISPLAY           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-PAID-DISPLAY              PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-INCURRED-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-PREMIUM-DISPLAY           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-RATIO-DISPLAY             PIC ZZ,ZZ9.9-.
       01 WS-RATIO-TEXT                PIC X(9).
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/LGCLRSV.cpy / LGPTAX.cpy / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCLAIM-RESERVE.  01 DCLPREMIUM-TAX-DTL.
      *01  DCLBATCH-RUN-LOG.
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
             INCLUDE LGCLRSV
           END-EXEC.

           EXEC SQL
             INCLUDE LGPTAX
           END-EXEC.

      * The period's claims summed per line and broker; the reserve
      * is the CLAIM_RESERVE row's where the claim has one, and the
      * broker's name comes from BROKER_MSTR where it has one.
           EXEC SQL
             DECLARE LOSSGRPCSR CURSOR FOR
                SELECT P.POLICYTYPE,
                       COALESCE(P.BROKERID, 0),
                       COALESCE(MAX(B.BROKER_NAME), ' '),
                       COUNT(*),
                       SUM(CASE WHEN COALESCE(R.RESERVE_AMOUNT, 0) > 0
                                THEN 1 ELSE 0 END),
                       SUM(BIGINT(COALESCE(R.RESERVE_AMOUNT, 0))),
                       SUM(BIGINT(COALESCE(C.PAID, 0)))
                  FROM CLAIM C
                       INNER JOIN POLICY P
                         ON P.POLICYNUMBER = C.POLICYNUMBER
                       LEFT OUTER JOIN CLAIM_RESERVE R
                         ON R.CLAIMNUMBER = C.CLAIMNUMBER
                       LEFT OUTER JOIN BROKER_MSTR B
                         ON B.BROKERID = P.BROKERID
                 WHERE C.CLAIMDATE >= :WS-PERIOD-FROM-DATE
                   AND C.CLAIMDATE <= :WS-BUSINESS-DATE
                 GROUP BY P.POLICYTYPE, COALESCE(P.BROKERID, 0)
                 ORDER BY 1, 2
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           IF NOT WS-DAY-MONTH-END AND NOT WS-DAY-YEAR-END
              DISPLAY '(LGLOSSRP) NOT MONTH-END ON CALENDAR -'
                ' LOSS REPORT SKIPPED'
              STOP RUN
           END-IF.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           INITIALIZE WS-LINE-TOTALS.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN LOSSGRPCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGLOSSRP) LOSS CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-GROUP
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM REPORT-ONE-GROUP
              PERFORM FETCH-NEXT-GROUP
           END-PERFORM.
           EXEC SQL
                CLOSE LOSSGRPCSR
           END-EXEC.
           IF NOT WS-FIRST-GROUP
              PERFORM WRITE-LINE-SUBTOTAL
           END-IF.
           PERFORM WRITE-GROUP-TRAILER.
           PERFORM WRITE-LOSS-RATIO-SECTION.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-TOT-CLAIMS TO WS-COUNT-DISPLAY.
           DISPLAY '(LGLOSSRP) CLAIMS REPORTED: ' WS-COUNT-DISPLAY.
           MOVE WS-TOT-OPEN-CLAIMS TO WS-COUNT-DISPLAY.
           DISPLAY '(LGLOSSRP) CLAIMS OPEN:     ' WS-COUNT-DISPLAY.
           CLOSE REPORT-FILE.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * missing card skips the run, as for LGPRMCOL. The period
      * starts on 1 January of the business date's year.
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
              DISPLAY '(LGLOSSRP) NO PROCESSING-CALENDAR CARD -'
                ' LOSS REPORT SKIPPED'
              STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-FROM-DATE.
           MOVE '01-01' TO WS-PERIOD-FROM-DATE(6:5).

      ******************************************************************
       FETCH-NEXT-GROUP.
           EXEC SQL
                FETCH LOSSGRPCSR
                 INTO :WS-POLICYTYPE, :WS-BROKERID, :WS-BROKER-NAME,
                      :WS-CLAIMS, :WS-OPEN-CLAIMS, :WS-RESERVE,
                      :WS-PAID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGLOSSRP) FETCH FAILED. SQLCODE=' SQLCODE
                 MOVE 8 TO WS-RETURN-CODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * REPORT-ONE-GROUP prints one broker's figures within a line of
      * business, breaking to the line's subtotal when POLICYTYPE
      * changes, and carries the incurred figure to the line's entry
      * for the loss-ratio part.
       REPORT-ONE-GROUP.
           IF WS-FIRST-GROUP
              MOVE 'N' TO WS-FIRST-GROUP-SWITCH
              MOVE WS-POLICYTYPE TO WS-PRIOR-POLICYTYPE
           ELSE
              IF WS-POLICYTYPE NOT = WS-PRIOR-POLICYTYPE
                 PERFORM WRITE-LINE-SUBTOTAL
                 MOVE WS-POLICYTYPE TO WS-PRIOR-POLICYTYPE
              END-IF
           END-IF.
           COMPUTE WS-INCURRED = WS-PAID + WS-RESERVE.
           ADD WS-CLAIMS      TO WS-SUB-CLAIMS.
           ADD WS-OPEN-CLAIMS TO WS-SUB-OPEN-CLAIMS.
           ADD WS-RESERVE     TO WS-SUB-RESERVE.
           ADD WS-PAID        TO WS-SUB-PAID.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 4
              IF WK-LINE-CODE(WS-LINE-IX) = WS-POLICYTYPE
                 ADD WS-INCURRED TO WS-LN-INCURRED(WS-LINE-IX)
              END-IF
           END-PERFORM.
           IF WS-BROKERID = 0
              MOVE 'DIRECT BUSINESS' TO WS-BROKER-NAME
           END-IF.
           MOVE WS-BROKERID TO WS-BROKER-DISPLAY.
           MOVE SPACES TO WS-LABEL.
           STRING WS-POLICYTYPE ' ' WS-BROKER-DISPLAY ' '
                   WS-BROKER-NAME
                   DELIMITED BY SIZE
                   INTO WS-LABEL
           END-STRING.
           PERFORM WRITE-AMOUNTS-LINE.

      ******************************************************************
      * WRITE-LINE-SUBTOTAL prints the line of business just finished
      * and rolls it into the report totals.
       WRITE-LINE-SUBTOTAL.
           ADD WS-SUB-CLAIMS      TO WS-TOT-CLAIMS.
           ADD WS-SUB-OPEN-CLAIMS TO WS-TOT-OPEN-CLAIMS.
           ADD WS-SUB-RESERVE     TO WS-TOT-RESERVE.
           ADD WS-SUB-PAID        TO WS-TOT-PAID.
           MOVE WS-SUB-CLAIMS      TO WS-CLAIMS.
           MOVE WS-SUB-OPEN-CLAIMS TO WS-OPEN-CLAIMS.
           MOVE WS-SUB-RESERVE     TO WS-RESERVE.
           MOVE WS-SUB-PAID        TO WS-PAID.
           COMPUTE WS-INCURRED = WS-PAID + WS-RESERVE.
           MOVE SPACES TO WS-LABEL.
           STRING WS-PRIOR-POLICYTYPE ' LINE TOTAL'
                   DELIMITED BY SIZE
                   INTO WS-LABEL
           END-STRING.
           PERFORM WRITE-AMOUNTS-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-SUB-CLAIMS.
           MOVE 0 TO WS-SUB-OPEN-CLAIMS.
           MOVE 0 TO WS-SUB-RESERVE.
           MOVE 0 TO WS-SUB-PAID.

      ******************************************************************
      * WRITE-GROUP-TRAILER prints the all-lines total through the
      * same formatting as a broker's.
       WRITE-GROUP-TRAILER.
           MOVE WS-TOT-CLAIMS      TO WS-CLAIMS.
           MOVE WS-TOT-OPEN-CLAIMS TO WS-OPEN-CLAIMS.
           MOVE WS-TOT-RESERVE     TO WS-RESERVE.
           MOVE WS-TOT-PAID        TO WS-PAID.
           COMPUTE WS-INCURRED = WS-PAID + WS-RESERVE.
           MOVE 'ALL LINES, BROKERS AND DIRECT' TO WS-LABEL.
           PERFORM WRITE-AMOUNTS-LINE.

      ******************************************************************
      * WRITE-AMOUNTS-LINE formats WS-CLAIMS through WS-INCURRED
      * under the label in WS-LABEL.
       WRITE-AMOUNTS-LINE.
           MOVE WS-CLAIMS      TO WS-CLAIMS-DISPLAY.
           MOVE WS-OPEN-CLAIMS TO WS-OPEN-DISPLAY.
           MOVE WS-RESERVE     TO WS-RESERVE-DISPLAY.
           MOVE WS-PAID        TO WS-PAID-DISPLAY.
           MOVE WS-INCURRED    TO WS-INCURRED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LABEL ' ' WS-CLAIMS-DISPLAY ' '
                   WS-OPEN-DISPLAY ' ' WS-RESERVE-DISPLAY ' '
                   WS-PAID-DISPLAY ' ' WS-INCURRED-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-LOSS-RATIO-SECTION prints, line of business by line,
      * the period's incurred against its taxable premium, and the
      * all-lines ratio.
       WRITE-LOSS-RATIO-SECTION.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOSS RATIO BY LINE OF BUSINESS  PREMIUM PER '
                   'PREMIUM_TAX_DTL ' WS-PERIOD-FROM-DATE
                   ' TO ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINE                                    '
                   '         PREMIUM        INCURRED  LOSS %'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 4
              PERFORM FETCH-LINE-PREMIUM
              MOVE WS-LN-PREMIUM(WS-LINE-IX)  TO WS-PREMIUM
              MOVE WS-LN-INCURRED(WS-LINE-IX) TO WS-INCURRED
              ADD WS-PREMIUM  TO WS-TOT-PREMIUM
              ADD WS-INCURRED TO WS-TOT-INCURRED
              MOVE SPACES TO WS-LABEL
              STRING WK-LINE-CODE(WS-LINE-IX) ' '
                      WK-LINE-NAME(WS-LINE-IX)
                      DELIMITED BY SIZE
                      INTO WS-LABEL
              END-STRING
              PERFORM WRITE-RATIO-LINE
           END-PERFORM.
           MOVE WS-TOT-PREMIUM  TO WS-PREMIUM.
           MOVE WS-TOT-INCURRED TO WS-INCURRED.
           MOVE 'ALL LINES' TO WS-LABEL.
           PERFORM WRITE-RATIO-LINE.

      ******************************************************************
      * FETCH-LINE-PREMIUM sums the line's taxable premium written in
      * the period; endorsement rows are signed, so returns net off.
       FETCH-LINE-PREMIUM.
           MOVE WK-LINE-CODE(WS-LINE-IX) TO PT-POLICYTYPE.
           EXEC SQL
                SELECT COALESCE(SUM(BIGINT(TAXABLE_PREMIUM)), 0)
                  INTO :WS-PREMIUM
                  FROM PREMIUM_TAX_DTL
                 WHERE POLICYTYPE = :PT-POLICYTYPE
                   AND TAX_DATE >= :WS-PERIOD-FROM-DATE
                   AND TAX_DATE <= :WS-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGLOSSRP) PREMIUM SUM FAILED. LINE='
                PT-POLICYTYPE ' SQLCODE=' SQLCODE
              MOVE 8 TO WS-RETURN-CODE
              MOVE 0 TO WS-PREMIUM
           END-IF.
           MOVE WS-PREMIUM TO WS-LN-PREMIUM(WS-LINE-IX).

      ******************************************************************
      * WRITE-RATIO-LINE formats WS-PREMIUM, WS-INCURRED and the loss
      * ratio between them; no premium prints no ratio.
       WRITE-RATIO-LINE.
           IF WS-PREMIUM > 0
              COMPUTE WS-LOSS-RATIO-PCT ROUNDED =
                      WS-INCURRED * 100 / WS-PREMIUM
              MOVE WS-LOSS-RATIO-PCT TO WS-RATIO-DISPLAY
              MOVE WS-RATIO-DISPLAY  TO WS-RATIO-TEXT
           ELSE
              MOVE '      N/A' TO WS-RATIO-TEXT
           END-IF.
           MOVE WS-PREMIUM  TO WS-PREMIUM-DISPLAY.
           MOVE WS-INCURRED TO WS-INCURRED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LABEL(1:40) WS-PREMIUM-DISPLAY ' '
                   WS-INCURRED-DISPLAY ' ' WS-RATIO-TEXT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOSS EXPERIENCE BY LINE AND BROKER  CLAIMS DATED '
                   WS-PERIOD-FROM-DATE ' TO ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'L     BROKER NAME                               '
                   '  CLAIMS    OPEN     OPEN RESERVE '
                   '   PAID TO DATE         INCURRED'
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
           MOVE 'LGLOSSRP' TO RL-PROGRAM-NAME.
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
              DISPLAY '(LGLOSSRP) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the claims reported on; the report updates nothing.
       WRITE-RUN-LOG-END.
           MOVE WS-TOT-CLAIMS  TO RL-RECORDS-READ.
           MOVE 0              TO RL-RECORDS-UPDATED.
           MOVE 0              TO RL-RECORDS-FAILED.
           MOVE WS-RETURN-CODE TO RL-RETURN-CODE.
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
              DISPLAY '(LGLOSSRP) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
