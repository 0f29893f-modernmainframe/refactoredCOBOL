      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSENTRP
      ******************************************************************
      * Monthly staff entitlement recertification report. CBSENTCK
      * enforces who may drive which maintenance and approval
      * function, but grants pile up: an operator who moved branch
      * or changed job keeps every role until somebody revokes it.
      * At month-end (BD-DAY-TYPE 'M' or 'Y' on the BUSDATE card -
      * any other day the run is skipped, as CBSSTMT's is) this
      * prints, per branch:
      *
      *  - each operator holding an active CBS_OPERATOR_ROLE row,
      *    with every role, who granted it and when;
      *  - under each role, every program and function the
      *    CBS_ROLE_ENTITLEMENT matrix lets it drive ('*' = all of
      *    the program's functions), or a warning when the role
      *    carries no entitlements at all;
      *  - a sign-off block for the branch manager to confirm the
      *    list or mark the grants to revoke.
      *
      * A closing section lists, per operator, the attempts
      * CBSENTCK refused during the month from
      * CBS_STAFF_SECURITY_LOG, so recertification sees who has been
      * trying functions they do not hold.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSENTRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REPORT-FILE ASSIGN TO ENTLRPT
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
      * First day of the business month, for the refused-attempt
      * section.
       01 WS-MONTH-START               PIC X(10).
       01 WS-ENT-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-ENT-END-OF-CURSOR      VALUE 'Y'.
       01 WS-REF-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-REF-END-OF-CURSOR      VALUE 'Y'.
      * Control-break keys: the branch, operator and role of the
      * last line printed.
       01 WS-PREV-BRANCH               PIC X(20) VALUE HIGH-VALUES.
       01 WS-PREV-OPERATOR             PIC X(10) VALUE HIGH-VALUES.
       01 WS-PREV-ROLE                 PIC X(8) VALUE HIGH-VALUES.
      * Null indicators for the outer-joined entitlement columns - a
      * role with no matrix rows still lists, with a warning.
       01 WS-PROGRAM-IND               PIC S9(4) USAGE COMP.
       01 WS-FUNCTION-IND              PIC S9(4) USAGE COMP.
       01 WS-DESC-IND                  PIC S9(4) USAGE COMP.
       01 WS-REFUSED-COUNT             PIC S9(9) USAGE COMP.
       01 WS-LAST-REFUSED              PIC X(26).
      * Counts per branch and for the whole report.
       01 WS-BRANCH-OPERATORS          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BRANCH-GRANTS             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-BRANCHES            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-OPERATORS           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-GRANTS              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-REFUSED             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-DISPLAY-2           PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-ROLE-ACTIVE           PIC X(1) VALUE 'A'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSOPROL.cpy / CBSROLEN.cpy / CBSSTSEC
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-OPERATOR-ROLE.  01 DCLCBS-ROLE-ENTITLEMENT.
      *01  DCLCBS-STAFF-SECURITY-LOG.
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
             INCLUDE CBSOPROL
           END-EXEC.

           EXEC SQL
             INCLUDE CBSROLEN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSSTSEC
           END-EXEC.

      * Every active role with whatever the matrix grants it, in
      * branch / operator / role order for the control breaks.
           EXEC SQL
             DECLARE ENTLCSR CURSOR FOR
                SELECT R.BRANCH_NAME, R.OPERATOR_USERID,
                       R.OPERATOR_NAME, R.ROLE_CODE,
                       R.GRANTED_BY, R.GRANTED_DATE,
                       E.PROGRAM_NAME, E.FUNCTION_CODE,
                       E.FUNCTION_DESC
                  FROM CBS_OPERATOR_ROLE R
                  LEFT OUTER JOIN CBS_ROLE_ENTITLEMENT E
                    ON E.ROLE_CODE = R.ROLE_CODE
                 WHERE R.ROLE_STATUS = :WK-ROLE-ACTIVE
                 ORDER BY R.BRANCH_NAME, R.OPERATOR_USERID,
                          R.ROLE_CODE, E.PROGRAM_NAME,
                          E.FUNCTION_CODE
           END-EXEC.

      * The month's refused attempts, per operator.
           EXEC SQL
             DECLARE REFUSEDCSR CURSOR FOR
                SELECT OPERATOR_USERID, COUNT(*),
                       MAX(EVENT_TIMESTAMP)
                  FROM CBS_STAFF_SECURITY_LOG
                 WHERE DATE(EVENT_TIMESTAMP)
                       BETWEEN :WS-MONTH-START AND :WS-BUSINESS-DATE
                 GROUP BY OPERATOR_USERID
                 ORDER BY OPERATOR_USERID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           IF NOT WS-DAY-MONTH-END AND NOT WS-DAY-YEAR-END
              DISPLAY '(CBSENTRP) NOT MONTH-END ON CALENDAR -'
                ' RECERTIFICATION RUN SKIPPED'
              STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-MONTH-START.
           MOVE '01' TO WS-MONTH-START(9:2).
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN ENTLCSR
           END-EXEC.
           PERFORM FETCH-NEXT-ENTITLEMENT.
           PERFORM UNTIL WS-ENT-END-OF-CURSOR
              PERFORM REPORT-ONE-ENTITLEMENT
              PERFORM FETCH-NEXT-ENTITLEMENT
           END-PERFORM.
           EXEC SQL
                CLOSE ENTLCSR
           END-EXEC.
           IF WS-PREV-BRANCH NOT = HIGH-VALUES
              PERFORM FINISH-BRANCH
           END-IF.

           PERFORM REPORT-REFUSED-ATTEMPTS.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       FETCH-NEXT-ENTITLEMENT.
           EXEC SQL
                FETCH ENTLCSR
                 INTO :OR-BRANCH-NAME, :OR-OPERATOR-USERID,
                      :OR-OPERATOR-NAME, :OR-ROLE-CODE,
                      :OR-GRANTED-BY, :OR-GRANTED-DATE,
                      :RE-PROGRAM-NAME :WS-PROGRAM-IND,
                      :RE-FUNCTION-CODE :WS-FUNCTION-IND,
                      :RE-FUNCTION-DESC :WS-DESC-IND
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-ENT-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSENTRP) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-ENT-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * REPORT-ONE-ENTITLEMENT takes the branch, operator and role
      * breaks in turn, then prints the entitlement line itself.
       REPORT-ONE-ENTITLEMENT.
           IF OR-BRANCH-NAME NOT = WS-PREV-BRANCH
              IF WS-PREV-BRANCH NOT = HIGH-VALUES
                 PERFORM FINISH-BRANCH
              END-IF
              PERFORM START-BRANCH
           END-IF.
           IF OR-OPERATOR-USERID NOT = WS-PREV-OPERATOR
              PERFORM START-OPERATOR
           END-IF.
           IF OR-ROLE-CODE NOT = WS-PREV-ROLE
              PERFORM START-ROLE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           IF WS-PROGRAM-IND < 0
              STRING '        ** ROLE CARRIES NO ENTITLEMENTS **'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-BRANCH-GRANTS
              STRING '        ' RE-PROGRAM-NAME ' '
                      RE-FUNCTION-CODE '  ' RE-FUNCTION-DESC
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       START-BRANCH.
           MOVE OR-BRANCH-NAME TO WS-PREV-BRANCH.
           MOVE HIGH-VALUES TO WS-PREV-OPERATOR.
           MOVE 0 TO WS-BRANCH-OPERATORS.
           MOVE 0 TO WS-BRANCH-GRANTS.
           ADD 1 TO WS-TOTAL-BRANCHES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH: ' OR-BRANCH-NAME
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL '-' TO REPORT-LINE(1:60).
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       START-OPERATOR.
           MOVE OR-OPERATOR-USERID TO WS-PREV-OPERATOR.
           MOVE HIGH-VALUES TO WS-PREV-ROLE.
           ADD 1 TO WS-BRANCH-OPERATORS.
           ADD 1 TO WS-TOTAL-OPERATORS.
           MOVE SPACES TO REPORT-LINE.
           STRING '  OPERATOR ' OR-OPERATOR-USERID ' '
                   OR-OPERATOR-NAME
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       START-ROLE.
           MOVE OR-ROLE-CODE TO WS-PREV-ROLE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    ROLE ' OR-ROLE-CODE
                   '  GRANTED BY ' OR-GRANTED-BY
                   ' ON ' OR-GRANTED-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * FINISH-BRANCH prints the branch counts and the manager's
      * sign-off block.
       FINISH-BRANCH.
           ADD WS-BRANCH-GRANTS TO WS-TOTAL-GRANTS.
           MOVE WS-BRANCH-OPERATORS TO WS-COUNT-DISPLAY.
           MOVE WS-BRANCH-GRANTS    TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING '  OPERATORS ' WS-COUNT-DISPLAY
                   '  FUNCTION GRANTS ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  RECERTIFIED BY BRANCH MANAGER: '
                   '____________________  DATE: __________'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  GRANTS TO REVOKE (OPERATOR/ROLE): '
                   '________________________________________'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * REPORT-REFUSED-ATTEMPTS lists the month's CBSENTCK refusals
      * per operator, with the most recent attempt.
       REPORT-REFUSED-ATTEMPTS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REFUSED ATTEMPTS ' WS-MONTH-START
                   ' TO ' WS-BUSINESS-DATE ':'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           EXEC SQL
                OPEN REFUSEDCSR
           END-EXEC.
           PERFORM FETCH-NEXT-REFUSED-ROW.
           PERFORM UNTIL WS-REF-END-OF-CURSOR
              PERFORM WRITE-REFUSED-LINE
              PERFORM FETCH-NEXT-REFUSED-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE REFUSEDCSR
           END-EXEC.
           IF WS-TOTAL-REFUSED = 0
              MOVE '  NONE' TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
       FETCH-NEXT-REFUSED-ROW.
           EXEC SQL
                FETCH REFUSEDCSR
                 INTO :SL-OPERATOR-USERID, :WS-REFUSED-COUNT,
                      :WS-LAST-REFUSED
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-REF-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD WS-REFUSED-COUNT TO WS-TOTAL-REFUSED
              WHEN OTHER
                 DISPLAY '(CBSENTRP) REFUSED FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-REF-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
       WRITE-REFUSED-LINE.
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  OPERATOR ' SL-OPERATOR-USERID
                   ' REFUSED ' WS-COUNT-DISPLAY
                   '  LAST ' WS-LAST-REFUSED
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-BRANCHES TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-OPERATORS TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTALS: BRANCHES ' WS-COUNT-DISPLAY
                   ' OPERATORS ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-GRANTS TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-REFUSED TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING '        FUNCTION GRANTS ' WS-COUNT-DISPLAY
                   ' REFUSED ATTEMPTS ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOTAL-OPERATORS TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSENTRP) OPERATORS LISTED: ' WS-COUNT-DISPLAY.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STAFF ENTITLEMENT RECERTIFICATION  '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '        PROGRAM  FN  FUNCTION'
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
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * missing card falls back to CURRENT DATE as an ordinary day,
      * which skips the run.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-STATUS-OK
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                    MOVE BD-DAY-TYPE      TO WS-DAY-TYPE
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
