      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGUPRCAL
      ******************************************************************
      * Month-end unearned premium reserve. POLICY.PAYMENT is booked
      * as though the whole annual premium were earned the day
      * LGPOLADD writes the row, and Finance rebuilt the reserve in a
      * spreadsheet from a POLICY unload. This month-end batch (the
      * CBSSTMT BD-MONTH-END gate; year-end runs it too) works out,
      * for every policy still in force at the business date, the
      * current term's written, earned and unearned premium:
      *
      *  - the term is the policy year the business date falls in,
      *    counted in whole years from ISSUEDATE. It ends a year on,
      *    or at EXPIRYDATE when that comes first or only a few days
      *    later (LGRENRSP rolls a renewed expiry onto a business
      *    day, which stretches the last term rather than leaving a
      *    stub term of a few days);
      *  - cover runs to the end of the term, or to the CANCEL_DATE
      *    of a POLICY_CANCEL row dated after the business date; a
      *    policy cancelled on or before it, or expired, is no longer
      *    in force and holds no reserve;
      *  - the unearned premium is PAYMENT pro-rata to the cover days
      *    still to run over the term's days. LGPOLEND re-prices the
      *    unexpired part of the term when it changes PAYMENT, so the
      *    current PAYMENT is the right rate for the days to run;
      *  - the written premium is the premium in force at the start
      *    of the term (PAYMENT less each of the term's LGPOLEND
      *    rate changes, recovered from its 'E' PREMIUM_TAX_DTL row
      *    and the days that row was charged over), plus those
      *    endorsement adjustments, less any cancellation refund
      *    ('C' POLICY_CANCEL rows - an endowment surrender refunds
      *    no premium). The earned premium is written less unearned.
      *    A policy not yet on cover holds its premium unearned.
      *
      * The UPR report (UPRRPT) shows the figures by POLICYTYPE and
      * BROKERID with a subtotal per line of business, and against
      * each the reserve at the last month-end on UPR_SNAPSHOT and
      * the movement since. Line/broker groups that held a reserve
      * then and have no policy in force now are listed with their
      * release. This month's groups are written to UPR_SNAPSHOT
      * (a rerun replaces them) for next month.
      *
      * Each line of business's movement is journaled to the general
      * ledger on UPRGL in the CBSGLJNL layout, wrapped in the
      * CBSFEEDC header and trailer (feed id UPRJRNL) for CBSFDVFY:
      * posting source UPR, 'C' for a reserve increase and 'D' for a
      * release, mapped on the CBS_GL_MAP 'ALL' row to a debit line
      * and a credit line. As in CBSDRRPT the journal is only
      * released complete and balanced; otherwise the trailer is
      * withheld and the run ends with return code 8, which is also
      * recorded on BATCH_RUN_LOG. A database failure rolls the
      * snapshot back and withholds the journal too. The business
      * date and day type come from the BUSDATE processing-calendar
      * card; without one the run is skipped.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGUPRCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO UPRGL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS JRNFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO UPRRPT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS RPTFILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.
           COPY CBSGLJNL.
      * PATH : .../Cobol Include/CBSGLJNL
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01 CBSGL-JOURNAL-FILEREC.

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
       01 JRNFILE-STATUS               PIC X(02) VALUE SPACES.
          88 JRNFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-MONTH-END          VALUE 'M'.
          88 WS-DAY-YEAR-END           VALUE 'Y'.
      * Business date of the last month-end on UPR_SNAPSHOT; the
      * first run finds none and measures movement from zero.
       01 WS-PRIOR-DATE                PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-LAPSED-EOF-SWITCH         PIC X VALUE 'N'.
          88 WS-END-OF-LAPSED          VALUE 'Y'.
       01 WS-FAILED-SWITCH             PIC X VALUE 'N'.
          88 WS-DB2-FAILED             VALUE 'Y'.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-GROUP            VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-FEED-ID               PIC X(8) VALUE 'UPRJRNL'.
          05 WK-PRODUCT-ALL           PIC X(5) VALUE 'ALL'.
          05 WK-SOURCE-UPR            PIC X(3) VALUE 'UPR'.
          05 WK-JOURNAL-BRANCH        PIC X(20)
                                      VALUE 'GENAPP INSURANCE'.
          05 WK-JOURNAL-CURRENCY      PIC X(3) VALUE 'USD'.
          05 WK-ENDORSE-EVENT         PIC X(1) VALUE 'E'.
          05 WK-UPR-USERID            PIC X(10) VALUE 'LGUPRCAL'.
          05 WK-NO-PRIOR-DATE         PIC X(10) VALUE '0001-01-01'.
          05 WK-REFUSED-RC            PIC S9(4) USAGE COMP VALUE 8.
      * Lines of business journaled, in POLICYTYPE order.
       01 WK-LINE-CODES                PIC X(4) VALUE 'CEHM'.
       01 WK-LINE-CODE-TABLE REDEFINES WK-LINE-CODES.
          05 WK-LINE-CODE             PIC X(1) OCCURS 4 TIMES.
       01 WS-LINE-IX                   PIC S9(4) USAGE COMP VALUE 0.
       01 WS-LINE-TOTALS.
          05 WS-LINE-ENTRY            OCCURS 4 TIMES.
             10 WS-LN-COUNT           PIC S9(9) USAGE COMP.
             10 WS-LN-UNEARNED        PIC S9(15) USAGE COMP-3.
      * One policy as fetched, with its term worked out in DB2.
       01 WS-POLICYNUMBER              PIC S9(9) USAGE COMP.
       01 WS-POLICYTYPE                PIC X(1).
       01 WS-BROKERID                  PIC S9(9) USAGE COMP.
       01 WS-PAYMENT                   PIC S9(9) USAGE COMP.
       01 WS-REFUND                    PIC S9(9) USAGE COMP.
       01 WS-TERM-START                PIC X(10).
       01 WS-TERM-END                  PIC X(10).
       01 WS-TERM-DAYS                 PIC S9(9) USAGE COMP.
       01 WS-UNEXPIRED-DAYS            PIC S9(9) USAGE COMP.
      * The term's LGPOLEND adjustments and the annual rate changes
      * behind them.
       01 WS-ENDORSE-ADJ               PIC S9(13)V99 USAGE COMP-3.
       01 WS-ENDORSE-RATE-CHG          PIC S9(13)V99 USAGE COMP-3.
       01 WS-WRITTEN                   PIC S9(15) USAGE COMP-3.
       01 WS-EARNED                    PIC S9(15) USAGE COMP-3.
       01 WS-UNEARNED                  PIC S9(15) USAGE COMP-3.
      * Line/broker group and line of business accumulators.
       01 WS-PRIOR-POLICYTYPE          PIC X(1) VALUE SPACES.
       01 WS-PRIOR-BROKERID            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-GRP-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-GRP-WRITTEN               PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-GRP-EARNED                PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-GRP-UNEARNED              PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-SUB-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SUB-WRITTEN               PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-SUB-EARNED                PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-SUB-UNEARNED              PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-SUB-PRIOR                 PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-TOT-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-WRITTEN               PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-TOT-EARNED                PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-TOT-UNEARNED              PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-TOT-PRIOR                 PIC S9(15) USAGE COMP-3 VALUE 0.
      * The figures WRITE-AMOUNTS-LINE prints.
       01 WS-PR-COUNT                  PIC S9(9) USAGE COMP.
       01 WS-PR-WRITTEN                PIC S9(15) USAGE COMP-3.
       01 WS-PR-EARNED                 PIC S9(15) USAGE COMP-3.
       01 WS-PR-UNEARNED               PIC S9(15) USAGE COMP-3.
       01 WS-PR-PRIOR                  PIC S9(15) USAGE COMP-3.
       01 WS-PR-MOVEMENT               PIC S9(15) USAGE COMP-3.
       01 WS-LABEL                     PIC X(24).
      * One journal movement, set up by JOURNAL-UPR-MOVEMENT, with
      * the GL accounts its 'ALL' map row names.
       01 WS-GJ-TXN-TYPE               PIC X(1).
       01 WS-GJ-COUNT                  PIC S9(9) USAGE COMP.
       01 WS-GJ-AMOUNT                 PIC S9(15) USAGE COMP-3.
       01 WS-GJ-DEBIT-GL               PIC X(10).
       01 WS-GJ-CREDIT-GL              PIC X(10).
       01 WS-JRN-DEBIT-TOTAL           PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-JRN-CREDIT-TOTAL          PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-LINE-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-UNMAPPED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LAPSED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BROKER-DISPLAY            PIC Z(9)9.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-POLICIES-DISPLAY          PIC ZZZ,ZZ9.
       01 WS-WRITTEN-DISPLAY           PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-EARNED-DISPLAY            PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-UNEARNED-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-PRIOR-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-MOVEMENT-DISPLAY          PIC ZZZ,ZZZ,ZZZ,ZZ9-.
       01 WS-AMOUNT-DISPLAY            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/LGUPRSN.cpy / LGPTAX / CBSGLMAP /
      *        CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLUPR-SNAPSHOT.  01 DCLPREMIUM-TAX-DTL.
      *01  DCLCBS-GL-MAP.    01 DCLBATCH-RUN-LOG.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************
      * Control header/trailer for the journal feed.
           COPY CBSFEEDC.

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE LGUPRSN
           END-EXEC.

           EXEC SQL
             INCLUDE LGPTAX
           END-EXEC.

           EXEC SQL
             INCLUDE CBSGLMAP
           END-EXEC.

      * Every policy in force at the business date, with its current
      * term. A: the policy, any cancellation dated after the
      * business date, and whole years since issue. B: one year
      * fewer when the expiry is less than a month past that
      * anniversary - the renewal roll, not a new term. T: the
      * term's start and end, the end stretched to an EXPIRYDATE
      * less than a month beyond it. Cover runs to the earlier of
      * the term end and the expiry (a cancellation's CANCEL_DATE).
           EXEC SQL
             DECLARE UPRPOLCSR CURSOR FOR
                SELECT T.POLICYNUMBER, T.POLICYTYPE, T.BROKERID,
                       T.PAYMENT, T.REFUND,
                       CHAR(T.TERM_START, ISO), CHAR(T.TERM_END, ISO),
                       DAYS(T.TERM_END) - DAYS(T.TERM_START),
                       CASE WHEN T.COVER_END < T.TERM_END
                            THEN DAYS(T.COVER_END)
                            ELSE DAYS(T.TERM_END)
                       END - DAYS(DATE(:WS-BUSINESS-DATE))
                  FROM (
                SELECT B.POLICYNUMBER, B.POLICYTYPE, B.BROKERID,
                       B.PAYMENT, B.REFUND, B.COVER_END,
                       B.ISSUEDATE + B.TERM_YEARS YEARS AS TERM_START,
                       CASE WHEN B.CANCELLED = 'N'
                             AND B.EXPIRYDATE < B.ISSUEDATE
                                 + B.TERM_YEARS YEARS
                                 + 1 YEAR + 1 MONTH
                            THEN B.EXPIRYDATE
                            ELSE B.ISSUEDATE + B.TERM_YEARS YEARS
                                 + 1 YEAR
                       END AS TERM_END
                  FROM (
                SELECT A.POLICYNUMBER, A.POLICYTYPE, A.BROKERID,
                       A.PAYMENT, A.REFUND, A.COVER_END,
                       A.ISSUEDATE, A.EXPIRYDATE, A.CANCELLED,
                       CASE WHEN A.CANCELLED = 'N'
                             AND A.ANNIV_YEARS > 0
                             AND A.EXPIRYDATE < A.ISSUEDATE
                                 + A.ANNIV_YEARS YEARS + 1 MONTH
                            THEN A.ANNIV_YEARS - 1
                            ELSE A.ANNIV_YEARS
                       END AS TERM_YEARS
                  FROM (
                SELECT P.POLICYNUMBER, P.POLICYTYPE,
                       COALESCE(P.BROKERID, 0) AS BROKERID,
                       COALESCE(P.PAYMENT, 0) AS PAYMENT,
                       P.ISSUEDATE, P.EXPIRYDATE,
                       CASE WHEN N.POLICYNUMBER IS NULL THEN 'N'
                            ELSE 'Y'
                       END AS CANCELLED,
                       CASE WHEN N.CANCEL_TYPE = 'C'
                            THEN N.REFUND_AMOUNT
                            ELSE 0
                       END AS REFUND,
                       COALESCE(N.CANCEL_DATE, P.EXPIRYDATE)
                         AS COVER_END,
                       CASE WHEN P.ISSUEDATE
                                 >= DATE(:WS-BUSINESS-DATE)
                            THEN 0
                            ELSE YEAR(DATE(:WS-BUSINESS-DATE)
                                      - P.ISSUEDATE)
                       END AS ANNIV_YEARS
                  FROM POLICY P
                       LEFT OUTER JOIN POLICY_CANCEL N
                         ON N.POLICYNUMBER = P.POLICYNUMBER
                 WHERE P.EXPIRYDATE > :WS-BUSINESS-DATE
                   AND ( N.POLICYNUMBER IS NULL
                      OR N.CANCEL_DATE > :WS-BUSINESS-DATE )
                       ) AS A
                       ) AS B
                       ) AS T
                 ORDER BY T.POLICYTYPE, T.BROKERID, T.POLICYNUMBER
           END-EXEC.

      * Line/broker groups holding a reserve at the last month-end
      * with no policy in force now - this run's groups are already
      * on UPR_SNAPSHOT when it is opened.
           EXEC SQL
             DECLARE UPRLAPCSR CURSOR FOR
                SELECT S.POLICYTYPE, S.BROKERID, S.UNEARNED_PREMIUM
                  FROM UPR_SNAPSHOT S
                 WHERE S.BUSINESS_DATE = :WS-PRIOR-DATE
                   AND NOT EXISTS
                       ( SELECT 1
                           FROM UPR_SNAPSHOT C
                          WHERE C.BUSINESS_DATE = :WS-BUSINESS-DATE
                            AND C.POLICYTYPE = S.POLICYTYPE
                            AND C.BROKERID = S.BROKERID )
                 ORDER BY S.POLICYTYPE, S.BROKERID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           IF NOT WS-DAY-MONTH-END AND NOT WS-DAY-YEAR-END
              DISPLAY '(LGUPRCAL) NOT MONTH-END ON CALENDAR -'
                ' UPR RUN SKIPPED'
              STOP RUN
           END-IF.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JRNFILE-STATUS-OK
              DISPLAY 'ERROR OPENING JOURNAL FILE. STATUS='
                JRNFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           INITIALIZE WS-LINE-TOTALS.
           PERFORM FIND-PRIOR-SNAPSHOT.
           PERFORM CLEAR-THIS-SNAPSHOT.
           PERFORM WRITE-FEED-HEADER.
           PERFORM WRITE-REPORT-HEADER.

           IF NOT WS-DB2-FAILED
              EXEC SQL
                   OPEN UPRPOLCSR
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(LGUPRCAL) POLICY CURSOR OPEN FAILED.'
                   ' SQLCODE=' SQLCODE
                 SET WS-DB2-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
              ELSE
                 PERFORM FETCH-NEXT-POLICY
              END-IF
              PERFORM UNTIL WS-END-OF-CURSOR
                 PERFORM RESERVE-ONE-POLICY
                 PERFORM FETCH-NEXT-POLICY
              END-PERFORM
              EXEC SQL
                   CLOSE UPRPOLCSR
              END-EXEC
              IF NOT WS-FIRST-GROUP
                 PERFORM FINISH-BROKER-GROUP
                 PERFORM FINISH-LINE-GROUP
              END-IF
              PERFORM REPORT-LAPSED-GROUPS
           END-IF.
           PERFORM WRITE-REPORT-TRAILER.

           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 4
              PERFORM JOURNAL-UPR-MOVEMENT
           END-PERFORM.

           IF WS-DB2-FAILED
              EXEC SQL
                   ROLLBACK
              END-EXEC
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
           PERFORM RELEASE-OR-REFUSE-JOURNAL.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-TOT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(LGUPRCAL) POLICIES IN FORCE: ' WS-COUNT-DISPLAY.
           MOVE WS-TOT-UNEARNED TO WS-UNEARNED-DISPLAY.
           DISPLAY '(LGUPRCAL) UNEARNED PREMIUM:  '
             WS-UNEARNED-DISPLAY.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(LGUPRCAL) JOURNAL LINES:     ' WS-COUNT-DISPLAY.
           CLOSE JOURNAL-FILE.
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
              DISPLAY '(LGUPRCAL) NO PROCESSING-CALENDAR CARD -'
                ' UPR RUN SKIPPED'
              STOP RUN
           END-IF.

      ******************************************************************
      * FIND-PRIOR-SNAPSHOT finds the last month-end before this one
      * on UPR_SNAPSHOT.
       FIND-PRIOR-SNAPSHOT.
           MOVE WK-NO-PRIOR-DATE TO WS-PRIOR-DATE.
           EXEC SQL
                SELECT COALESCE(CHAR(MAX(BUSINESS_DATE), ISO),
                                :WK-NO-PRIOR-DATE)
                  INTO :WS-PRIOR-DATE
                  FROM UPR_SNAPSHOT
                 WHERE BUSINESS_DATE < :WS-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGUPRCAL) PRIOR SNAPSHOT LOOKUP FAILED.'
                ' SQLCODE=' SQLCODE
              SET WS-DB2-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * CLEAR-THIS-SNAPSHOT removes a previous run's rows for this
      * business date, so a rerun replaces them.
       CLEAR-THIS-SNAPSHOT.
           IF NOT WS-DB2-FAILED
              EXEC SQL
                   DELETE FROM UPR_SNAPSHOT
                    WHERE BUSINESS_DATE = :WS-BUSINESS-DATE
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '(LGUPRCAL) SNAPSHOT CLEAR FAILED. SQLCODE='
                   SQLCODE
                 SET WS-DB2-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       FETCH-NEXT-POLICY.
           EXEC SQL
                FETCH UPRPOLCSR
                 INTO :WS-POLICYNUMBER, :WS-POLICYTYPE, :WS-BROKERID,
                      :WS-PAYMENT, :WS-REFUND,
                      :WS-TERM-START, :WS-TERM-END,
                      :WS-TERM-DAYS, :WS-UNEXPIRED-DAYS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGUPRCAL) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-DB2-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * RESERVE-ONE-POLICY breaks to the group and line subtotals
      * when the line or broker changes, then works out the policy's
      * term figures and adds them in.
       RESERVE-ONE-POLICY.
           IF WS-FIRST-GROUP
              MOVE 'N' TO WS-FIRST-SWITCH
              MOVE WS-POLICYTYPE TO WS-PRIOR-POLICYTYPE
              MOVE WS-BROKERID   TO WS-PRIOR-BROKERID
           ELSE
              IF WS-POLICYTYPE NOT = WS-PRIOR-POLICYTYPE
                 PERFORM FINISH-BROKER-GROUP
                 PERFORM FINISH-LINE-GROUP
                 MOVE WS-POLICYTYPE TO WS-PRIOR-POLICYTYPE
                 MOVE WS-BROKERID   TO WS-PRIOR-BROKERID
              ELSE
                 IF WS-BROKERID NOT = WS-PRIOR-BROKERID
                    PERFORM FINISH-BROKER-GROUP
                    MOVE WS-BROKERID TO WS-PRIOR-BROKERID
                 END-IF
              END-IF
           END-IF.
           PERFORM PRICE-POLICY-TERM.
           ADD 1           TO WS-GRP-COUNT.
           ADD WS-WRITTEN  TO WS-GRP-WRITTEN.
           ADD WS-EARNED   TO WS-GRP-EARNED.
           ADD WS-UNEARNED TO WS-GRP-UNEARNED.

      ******************************************************************
      * PRICE-POLICY-TERM splits the term's written premium into
      * earned and unearned. The term's LGPOLEND adjustments are
      * summed with the annual rate change behind each - the
      * adjustment grossed back up from the days to the term end it
      * was charged over - so that PAYMENT less those changes is the
      * premium in force when the term began.
       PRICE-POLICY-TERM.
           MOVE WS-POLICYNUMBER TO PT-POLICYNUMBER.
           EXEC SQL
                SELECT COALESCE(SUM(DEC(TAXABLE_PREMIUM, 15, 2)), 0),
                       COALESCE(SUM(DEC(TAXABLE_PREMIUM, 15, 2)
                                    * :WS-TERM-DAYS
                                    / ( DAYS(DATE(:WS-TERM-END))
                                      - DAYS(TAX_DATE) )), 0)
                  INTO :WS-ENDORSE-ADJ, :WS-ENDORSE-RATE-CHG
                  FROM PREMIUM_TAX_DTL
                 WHERE POLICYNUMBER = :PT-POLICYNUMBER
                   AND TAX_EVENT = :WK-ENDORSE-EVENT
                   AND TAX_DATE >= :WS-TERM-START
                   AND TAX_DATE < :WS-TERM-END
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGUPRCAL) ENDORSEMENT SUM FAILED. POLICY='
                WS-POLICYNUMBER ' SQLCODE=' SQLCODE
              SET WS-DB2-FAILED TO TRUE
              MOVE 0 TO WS-ENDORSE-ADJ
              MOVE 0 TO WS-ENDORSE-RATE-CHG
           END-IF.
           IF WS-UNEXPIRED-DAYS < 0
              MOVE 0 TO WS-UNEXPIRED-DAYS
           END-IF.
           IF WS-UNEXPIRED-DAYS > WS-TERM-DAYS
              MOVE WS-TERM-DAYS TO WS-UNEXPIRED-DAYS
           END-IF.
           IF WS-TERM-DAYS > 0
              COMPUTE WS-UNEARNED ROUNDED =
                      WS-PAYMENT * WS-UNEXPIRED-DAYS / WS-TERM-DAYS
           ELSE
              MOVE 0 TO WS-UNEARNED
           END-IF.
           COMPUTE WS-WRITTEN ROUNDED =
                   WS-PAYMENT - WS-ENDORSE-RATE-CHG
                   + WS-ENDORSE-ADJ - WS-REFUND.
           COMPUTE WS-EARNED = WS-WRITTEN - WS-UNEARNED.

      ******************************************************************
      * FINISH-BROKER-GROUP prints the line/broker group just ended
      * against its last month-end reserve, records it on
      * UPR_SNAPSHOT and rolls it into the line subtotal.
       FINISH-BROKER-GROUP.
           MOVE WS-PRIOR-POLICYTYPE TO UR-POLICYTYPE.
           MOVE WS-PRIOR-BROKERID   TO UR-BROKERID.
           PERFORM FETCH-PRIOR-RESERVE.
           MOVE WS-GRP-COUNT    TO WS-PR-COUNT.
           MOVE WS-GRP-WRITTEN  TO WS-PR-WRITTEN.
           MOVE WS-GRP-EARNED   TO WS-PR-EARNED.
           MOVE WS-GRP-UNEARNED TO WS-PR-UNEARNED.
           MOVE WS-PRIOR-BROKERID TO WS-BROKER-DISPLAY.
           MOVE SPACES TO WS-LABEL.
           IF WS-PRIOR-BROKERID = 0
              STRING WS-PRIOR-POLICYTYPE ' DIRECT BUSINESS'
                      DELIMITED BY SIZE
                      INTO WS-LABEL
              END-STRING
           ELSE
              STRING WS-PRIOR-POLICYTYPE ' ' WS-BROKER-DISPLAY
                      DELIMITED BY SIZE
                      INTO WS-LABEL
              END-STRING
           END-IF.
           PERFORM WRITE-AMOUNTS-LINE.
           PERFORM INSERT-SNAPSHOT-ROW.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                   UNTIL WS-LINE-IX > 4
              IF WK-LINE-CODE(WS-LINE-IX) = WS-PRIOR-POLICYTYPE
                 ADD WS-GRP-COUNT    TO WS-LN-COUNT(WS-LINE-IX)
                 ADD WS-GRP-UNEARNED TO WS-LN-UNEARNED(WS-LINE-IX)
              END-IF
           END-PERFORM.
           ADD WS-GRP-COUNT    TO WS-SUB-COUNT.
           ADD WS-GRP-WRITTEN  TO WS-SUB-WRITTEN.
           ADD WS-GRP-EARNED   TO WS-SUB-EARNED.
           ADD WS-GRP-UNEARNED TO WS-SUB-UNEARNED.
           ADD WS-PR-PRIOR     TO WS-SUB-PRIOR.
           MOVE 0 TO WS-GRP-COUNT.
           MOVE 0 TO WS-GRP-WRITTEN.
           MOVE 0 TO WS-GRP-EARNED.
           MOVE 0 TO WS-GRP-UNEARNED.

      ******************************************************************
      * FINISH-LINE-GROUP prints the line of business just ended and
      * rolls it into the report totals.
       FINISH-LINE-GROUP.
           MOVE WS-SUB-COUNT    TO WS-PR-COUNT.
           MOVE WS-SUB-WRITTEN  TO WS-PR-WRITTEN.
           MOVE WS-SUB-EARNED   TO WS-PR-EARNED.
           MOVE WS-SUB-UNEARNED TO WS-PR-UNEARNED.
           MOVE WS-SUB-PRIOR    TO WS-PR-PRIOR.
           MOVE SPACES TO WS-LABEL.
           STRING WS-PRIOR-POLICYTYPE ' LINE TOTAL'
                   DELIMITED BY SIZE
                   INTO WS-LABEL
           END-STRING.
           PERFORM WRITE-AMOUNTS-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           ADD WS-SUB-COUNT    TO WS-TOT-COUNT.
           ADD WS-SUB-WRITTEN  TO WS-TOT-WRITTEN.
           ADD WS-SUB-EARNED   TO WS-TOT-EARNED.
           ADD WS-SUB-UNEARNED TO WS-TOT-UNEARNED.
           ADD WS-SUB-PRIOR    TO WS-TOT-PRIOR.
           MOVE 0 TO WS-SUB-COUNT.
           MOVE 0 TO WS-SUB-WRITTEN.
           MOVE 0 TO WS-SUB-EARNED.
           MOVE 0 TO WS-SUB-UNEARNED.
           MOVE 0 TO WS-SUB-PRIOR.

      ******************************************************************
      * FETCH-PRIOR-RESERVE reads the group's reserve at the last
      * month-end; a group that held none then starts from zero.
       FETCH-PRIOR-RESERVE.
           MOVE 0 TO WS-PR-PRIOR.
           EXEC SQL
                SELECT UNEARNED_PREMIUM
                  INTO :UR-UNEARNED-PREMIUM
                  FROM UPR_SNAPSHOT
                 WHERE BUSINESS_DATE = :WS-PRIOR-DATE
                   AND POLICYTYPE = :UR-POLICYTYPE
                   AND BROKERID = :UR-BROKERID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE UR-UNEARNED-PREMIUM TO WS-PR-PRIOR
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGUPRCAL) PRIOR RESERVE LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
                 SET WS-DB2-FAILED TO TRUE
           END-EVALUATE.

      ******************************************************************
       INSERT-SNAPSHOT-ROW.
           MOVE WS-BUSINESS-DATE TO UR-BUSINESS-DATE.
           MOVE WS-GRP-COUNT     TO UR-POLICY-COUNT.
           MOVE WS-GRP-WRITTEN   TO UR-WRITTEN-PREMIUM.
           MOVE WS-GRP-EARNED    TO UR-EARNED-PREMIUM.
           MOVE WS-GRP-UNEARNED  TO UR-UNEARNED-PREMIUM.
           MOVE WK-UPR-USERID    TO UR-UPD-USERID.
           EXEC SQL
                INSERT INTO UPR_SNAPSHOT
                       ( BUSINESS_DATE , POLICYTYPE , BROKERID ,
                         POLICY_COUNT , WRITTEN_PREMIUM ,
                         EARNED_PREMIUM , UNEARNED_PREMIUM ,
                         UPD_USERID , UPD_TIMESTAMP )
                VALUES
                       ( :UR-BUSINESS-DATE , :UR-POLICYTYPE ,
                         :UR-BROKERID , :UR-POLICY-COUNT ,
                         :UR-WRITTEN-PREMIUM , :UR-EARNED-PREMIUM ,
                         :UR-UNEARNED-PREMIUM , :UR-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGUPRCAL) SNAPSHOT INSERT FAILED. SQLCODE='
                SQLCODE
              SET WS-DB2-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * REPORT-LAPSED-GROUPS lists the groups whose last policy in
      * force has expired or been cancelled since the last month-end:
      * their whole reserve is released.
       REPORT-LAPSED-GROUPS.
           EXEC SQL
                OPEN UPRLAPCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGUPRCAL) LAPSED CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              SET WS-DB2-FAILED TO TRUE
              SET WS-END-OF-LAPSED TO TRUE
           ELSE
              PERFORM FETCH-NEXT-LAPSED
           END-IF.
           PERFORM UNTIL WS-END-OF-LAPSED
              PERFORM REPORT-ONE-LAPSED
              PERFORM FETCH-NEXT-LAPSED
           END-PERFORM.
           EXEC SQL
                CLOSE UPRLAPCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-LAPSED.
           EXEC SQL
                FETCH UPRLAPCSR
                 INTO :UR-POLICYTYPE, :UR-BROKERID,
                      :UR-UNEARNED-PREMIUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-LAPSED TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGUPRCAL) LAPSED FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-DB2-FAILED TO TRUE
                 SET WS-END-OF-LAPSED TO TRUE
           END-EVALUATE.

      ******************************************************************
       REPORT-ONE-LAPSED.
           IF WS-LAPSED-COUNT = 0
              MOVE SPACES TO REPORT-LINE
              STRING 'NO LONGER IN FORCE SINCE ' WS-PRIOR-DATE
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.
           ADD 1 TO WS-LAPSED-COUNT.
           ADD UR-UNEARNED-PREMIUM TO WS-TOT-PRIOR.
           MOVE 0 TO WS-PR-COUNT.
           MOVE 0 TO WS-PR-WRITTEN.
           MOVE 0 TO WS-PR-EARNED.
           MOVE 0 TO WS-PR-UNEARNED.
           MOVE UR-UNEARNED-PREMIUM TO WS-PR-PRIOR.
           MOVE UR-BROKERID TO WS-BROKER-DISPLAY.
           MOVE SPACES TO WS-LABEL.
           IF UR-BROKERID = 0
              STRING UR-POLICYTYPE ' DIRECT BUSINESS'
                      DELIMITED BY SIZE
                      INTO WS-LABEL
              END-STRING
           ELSE
              STRING UR-POLICYTYPE ' ' WS-BROKER-DISPLAY
                      DELIMITED BY SIZE
                      INTO WS-LABEL
              END-STRING
           END-IF.
           PERFORM WRITE-AMOUNTS-LINE.

      ******************************************************************
      * WRITE-REPORT-TRAILER prints the all-lines total, movement
      * measured against every group's last month-end reserve,
      * including those no longer in force.
       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-COUNT    TO WS-PR-COUNT.
           MOVE WS-TOT-WRITTEN  TO WS-PR-WRITTEN.
           MOVE WS-TOT-EARNED   TO WS-PR-EARNED.
           MOVE WS-TOT-UNEARNED TO WS-PR-UNEARNED.
           MOVE WS-TOT-PRIOR    TO WS-PR-PRIOR.
           MOVE 'ALL LINES' TO WS-LABEL.
           PERFORM WRITE-AMOUNTS-LINE.
           IF WS-DB2-FAILED
              MOVE SPACES TO REPORT-LINE
              MOVE '** DATABASE FAILURE - FIGURES INCOMPLETE **'
                TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF.

      ******************************************************************
      * WRITE-AMOUNTS-LINE formats WS-PR-COUNT through WS-PR-PRIOR
      * and the movement between the reserve and its prior figure,
      * under the label in WS-LABEL.
       WRITE-AMOUNTS-LINE.
           COMPUTE WS-PR-MOVEMENT = WS-PR-UNEARNED - WS-PR-PRIOR.
           MOVE WS-PR-COUNT    TO WS-POLICIES-DISPLAY.
           MOVE WS-PR-WRITTEN  TO WS-WRITTEN-DISPLAY.
           MOVE WS-PR-EARNED   TO WS-EARNED-DISPLAY.
           MOVE WS-PR-UNEARNED TO WS-UNEARNED-DISPLAY.
           MOVE WS-PR-PRIOR    TO WS-PRIOR-DISPLAY.
           MOVE WS-PR-MOVEMENT TO WS-MOVEMENT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LABEL ' ' WS-POLICIES-DISPLAY ' '
                   WS-WRITTEN-DISPLAY ' ' WS-EARNED-DISPLAY ' '
                   WS-UNEARNED-DISPLAY ' ' WS-PRIOR-DISPLAY ' '
                   WS-MOVEMENT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * JOURNAL-UPR-MOVEMENT journals one line of business's reserve
      * movement since the last month-end: 'C' when the reserve grew,
      * 'D' when it was released, as a debit leg and a credit leg
      * from the 'ALL' map row. No movement writes nothing; one with
      * no map row counts as unmapped; a map row with one GL account
      * blank writes one leg only, which the balance check catches.
       JOURNAL-UPR-MOVEMENT.
           MOVE WK-LINE-CODE(WS-LINE-IX) TO UR-POLICYTYPE.
           EXEC SQL
                SELECT COALESCE(SUM(UNEARNED_PREMIUM), 0)
                  INTO :UR-UNEARNED-PREMIUM
                  FROM UPR_SNAPSHOT
                 WHERE BUSINESS_DATE = :WS-PRIOR-DATE
                   AND POLICYTYPE = :UR-POLICYTYPE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(LGUPRCAL) LINE PRIOR RESERVE FAILED.'
                ' SQLCODE=' SQLCODE
              SET WS-DB2-FAILED TO TRUE
              MOVE 0 TO UR-UNEARNED-PREMIUM
           END-IF.
           COMPUTE WS-GJ-AMOUNT =
                   WS-LN-UNEARNED(WS-LINE-IX) - UR-UNEARNED-PREMIUM.
           IF WS-GJ-AMOUNT < 0
              MOVE 'D' TO WS-GJ-TXN-TYPE
              COMPUTE WS-GJ-AMOUNT = 0 - WS-GJ-AMOUNT
           ELSE
              MOVE 'C' TO WS-GJ-TXN-TYPE
           END-IF.
           MOVE WS-LN-COUNT(WS-LINE-IX) TO WS-GJ-COUNT.
           IF WS-GJ-AMOUNT NOT = 0
              MOVE WK-PRODUCT-ALL TO GM-PRODUCT-CODE
              MOVE WK-SOURCE-UPR  TO GM-POST-SOURCE
              MOVE WS-GJ-TXN-TYPE TO GM-TXN-TYPE
              EXEC SQL
                   SELECT DEBIT_GL_ACCOUNT, CREDIT_GL_ACCOUNT
                     INTO :GM-DEBIT-GL-ACCOUNT, :GM-CREDIT-GL-ACCOUNT
                     FROM CBS_GL_MAP
                    WHERE PRODUCT_CODE = :GM-PRODUCT-CODE
                      AND POST_SOURCE = :GM-POST-SOURCE
                      AND TXN_TYPE = :GM-TXN-TYPE
              END-EXEC
              IF SQLCODE = 0
                 MOVE GM-DEBIT-GL-ACCOUNT  TO WS-GJ-DEBIT-GL
                 MOVE GM-CREDIT-GL-ACCOUNT TO WS-GJ-CREDIT-GL
              ELSE
                 IF SQLCODE NOT = 100
                    DISPLAY '(LGUPRCAL) GL MAP LOOKUP FAILED. SQLCODE='
                      SQLCODE
                 END-IF
                 MOVE SPACES TO WS-GJ-DEBIT-GL
                 MOVE SPACES TO WS-GJ-CREDIT-GL
              END-IF
              IF WS-GJ-DEBIT-GL = SPACES AND WS-GJ-CREDIT-GL = SPACES
                 ADD 1 TO WS-UNMAPPED-COUNT
                 PERFORM WRITE-UNMAPPED-LINE
              ELSE
                 IF WS-GJ-DEBIT-GL NOT = SPACES
                    MOVE 'D' TO GJ-DR-CR
                    MOVE WS-GJ-DEBIT-GL TO GJ-GL-ACCOUNT
                    PERFORM WRITE-JOURNAL-LINE
                    ADD WS-GJ-AMOUNT TO WS-JRN-DEBIT-TOTAL
                 END-IF
                 IF WS-GJ-CREDIT-GL NOT = SPACES
                    MOVE 'C' TO GJ-DR-CR
                    MOVE WS-GJ-CREDIT-GL TO GJ-GL-ACCOUNT
                    PERFORM WRITE-JOURNAL-LINE
                    ADD WS-GJ-AMOUNT TO WS-JRN-CREDIT-TOTAL
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * WRITE-JOURNAL-LINE fills in the rest of the line from the
      * current movement; the caller has set the side and GL account.
      * The line of business goes in the product code.
       WRITE-JOURNAL-LINE.
           MOVE WS-GJ-AMOUNT        TO GJ-AMOUNT.
           MOVE WS-BUSINESS-DATE    TO GJ-BUSINESS-DATE.
           MOVE WK-JOURNAL-BRANCH   TO GJ-BASE-BRANCH.
           MOVE WK-JOURNAL-CURRENCY TO GJ-CURRENCY.
           MOVE WK-SOURCE-UPR       TO GJ-POST-SOURCE.
           MOVE UR-POLICYTYPE       TO GJ-PRODUCT-CODE.
           MOVE WS-GJ-COUNT         TO GJ-POSTING-COUNT.
           WRITE CBSGL-JOURNAL-FILEREC
           IF NOT JRNFILE-STATUS-OK
              DISPLAY 'ERROR WRITING JOURNAL FILE. STATUS='
                JRNFILE-STATUS
              ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD GJ-AMOUNT TO FC-T-HASH-TOTAL
           END-IF.

      ******************************************************************
       WRITE-UNMAPPED-LINE.
           MOVE WS-GJ-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING UR-POLICYTYPE ' ' WK-SOURCE-UPR ' ' WK-PRODUCT-ALL
                   ' ' WS-GJ-TXN-TYPE ' ' WS-AMOUNT-DISPLAY
                   ' ** NO GL MAPPING **'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * RELEASE-OR-REFUSE-JOURNAL closes the feed with its trailer
      * only when every movement mapped, the debit lines equal the
      * credit lines and the reserve was worked out without a
      * database failure. Otherwise the trailer is withheld so
      * CBSFDVFY refuses the file, and the step ends with return
      * code 8.
       RELEASE-OR-REFUSE-JOURNAL.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNMAPPED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNMAPPED OR UNWRITTEN JOURNAL MOVEMENTS: '
                   WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-UNMAPPED-COUNT = 0
              AND WS-JRN-DEBIT-TOTAL = WS-JRN-CREDIT-TOTAL
              AND NOT WS-DB2-FAILED
              PERFORM WRITE-FEED-TRAILER
              MOVE 'JOURNAL RELEASED' TO REPORT-LINE
              MOVE 0 TO RL-RETURN-CODE
           ELSE
              MOVE 'JOURNAL REFUSED - NOT RELEASED TO THE LEDGER'
                TO REPORT-LINE
              MOVE WK-REFUSED-RC TO RL-RETURN-CODE
              MOVE WK-REFUSED-RC TO RETURN-CODE
              DISPLAY '(LGUPRCAL) JOURNAL REFUSED FOR '
                WS-BUSINESS-DATE
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-FEED-HEADER/WRITE-FEED-TRAILER wrap the journal in the
      * standard CBSFEEDC control records. The generation is always
      * 1: a rerun for the same business date replaces the file.
       WRITE-FEED-HEADER.
           MOVE 0 TO FC-T-DETAIL-COUNT.
           MOVE 0 TO FC-T-HASH-TOTAL.
           MOVE WK-FEED-ID       TO FC-H-FEED-ID.
           MOVE WS-BUSINESS-DATE TO FC-H-BUSINESS-DATE.
           MOVE 1 TO FC-H-GENERATION.
           WRITE CBSGL-JOURNAL-FILEREC FROM FC-FEED-HEADER
           IF NOT JRNFILE-STATUS-OK
              DISPLAY 'ERROR WRITING FEED HEADER.'
           END-IF.

      ******************************************************************
       WRITE-FEED-TRAILER.
           WRITE CBSGL-JOURNAL-FILEREC FROM FC-FEED-TRAILER
           IF NOT JRNFILE-STATUS-OK
              DISPLAY 'ERROR WRITING FEED TRAILER.'
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNEARNED PREMIUM RESERVE BY LINE AND BROKER  AT '
                   WS-BUSINESS-DATE
                   '  MOVEMENT SINCE ' WS-PRIOR-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'L BROKER                 POLICIES'
                   '     TERM WRITTEN           EARNED'
                   '         UNEARNED        PRIOR UPR'
                   '         MOVEMENT'
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
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'LGUPRCAL' TO RL-PROGRAM-NAME.
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
              DISPLAY '(LGUPRCAL) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the policies in force as the rows read and the journal
      * lines written as the rows updated; RL-RETURN-CODE was set by
      * RELEASE-OR-REFUSE-JOURNAL.
       WRITE-RUN-LOG-END.
           MOVE WS-TOT-COUNT      TO RL-RECORDS-READ.
           MOVE WS-LINE-COUNT     TO RL-RECORDS-UPDATED.
           MOVE WS-UNMAPPED-COUNT TO RL-RECORDS-FAILED.
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
              DISPLAY '(LGUPRCAL) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
