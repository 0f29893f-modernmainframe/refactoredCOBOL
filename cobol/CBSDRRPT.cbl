      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSDRRPT
      ******************************************************************
      * Branch cash balancing. Each BASE_BRANCH reconciled its tills
      * against the counter postings on paper at close. This
      * end-of-day run balances every teller drawer CBSDRMNT keeps -
      * each drawer still OPEN and each drawer declared for the
      * business date - and prints the branch cash report on CASHRPT,
      * in branch/currency order:
      *
      *  - per drawer, the float the day began with (the one the
      *    day's CBS_DRAWER_DECL row recorded, else the drawer's
      *    own), the counter cash in and out - the accepted
      *    CBS_ACCT_TXN_HIST rows carrying the drawer's DRAWER_ID with
      *    VALUE_DATE the business date, credits in and debits out -
      *    and the day's CBS_DRAWER_XFER movements from and to the
      *    vault, giving the drawer's expected cash. Against the
      *    counted cash it declared the drawer is flagged BALANCED,
      *    OVER or SHORT; a drawer with no declaration is flagged NOT
      *    DECLARED and its float is left where it was;
      *  - a declared drawer's expected cash and over/short are
      *    written back to its declaration, and its OPENING_FLOAT is
      *    rolled to the counted cash for the next business day
      *    (unless a later day's declaration already exists, so a
      *    rerun for an old date cannot wind a float back);
      *  - per branch and currency, the expected and counted totals,
      *    the net over/short, the vault's CBS_BRANCH_VAULT balance
      *    and the branch's cash position - vault plus the drawers'
      *    counted cash, or expected cash where not declared.
      *
      * The day's vault movements and the overs and shorts are
      * journaled to the general ledger on CASHGL in the CBSGLJNL
      * layout, wrapped in the CBSFEEDC header and trailer (feed id
      * BRCASH) for CBSFDVFY: posting source VLT, 'C' for cash paid
      * into the vault and 'D' for cash drawn from it, and source
      * OVS, 'C' for overs and 'D' for shorts, each mapped on the
      * CBS_GL_MAP 'ALL' row to a debit line and a credit line. As
      * in CBSGLJRN the journal is only released complete and
      * balanced; otherwise the trailer is withheld, the breaks are
      * listed on CASHRPT and the run ends with return code 8, which
      * is also recorded on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSDRRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO CASHGL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS JRNFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO CASHRPT
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
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 JRNFILE-STATUS               PIC X(02) VALUE SPACES.
          88 JRNFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-FETCH-SWITCH              PIC X VALUE 'N'.
          88 WS-FETCH-FAILED           VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-FEED-ID               PIC X(8) VALUE 'BRCASH'.
          05 WK-PRODUCT-ALL           PIC X(5) VALUE 'ALL'.
          05 WK-DRAWER-OPEN           PIC X(10) VALUE 'OPEN'.
          05 WK-SOURCE-VAULT          PIC X(3) VALUE 'VLT'.
          05 WK-SOURCE-OVER-SHORT     PIC X(3) VALUE 'OVS'.
          05 WK-REFUSED-RC            PIC S9(4) USAGE COMP VALUE 8.
      * One drawer as fetched, with its declaration for the business
      * date when there is one.
       01 WS-DR-DRAWER-ID              PIC X(5).
       01 WS-DR-BRANCH                 PIC X(20).
       01 WS-DR-CURRENCY               PIC X(3).
       01 WS-DR-OPERATOR               PIC X(10).
       01 WS-DR-OPENING                PIC S9(9) USAGE COMP.
       01 WS-DR-COUNTED                PIC S9(9) USAGE COMP.
       01 WS-DR-DECLARED               PIC X(1).
          88 WS-DRAWER-DECLARED        VALUE 'Y'.
      * The drawer's day, built by BALANCE-ONE-DRAWER.
       01 WS-DR-CASH-IN                PIC S9(15) USAGE COMP-3.
       01 WS-DR-CASH-OUT               PIC S9(15) USAGE COMP-3.
       01 WS-DR-FROM-VAULT             PIC S9(15) USAGE COMP-3.
       01 WS-DR-TO-VAULT               PIC S9(15) USAGE COMP-3.
       01 WS-DR-FROM-VAULT-COUNT       PIC S9(9) USAGE COMP.
       01 WS-DR-TO-VAULT-COUNT         PIC S9(9) USAGE COMP.
       01 WS-DR-EXPECTED               PIC S9(15) USAGE COMP-3.
       01 WS-DR-OVER-SHORT             PIC S9(15) USAGE COMP-3.
       01 WS-DR-FLAG                   PIC X(12).
       01 WS-DECL-EXPECTED             PIC S9(9) USAGE COMP.
       01 WS-DECL-OVER-SHORT           PIC S9(9) USAGE COMP.
      * Control-break accumulators for one branch/currency.
       01 WS-CURR-BRANCH               PIC X(20) VALUE SPACES.
       01 WS-CURR-CURRENCY             PIC X(3) VALUE SPACES.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-GROUP            VALUE 'Y'.
       01 WS-BC-EXPECTED-TOTAL         PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-COUNTED-TOTAL          PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-DRAWER-CASH            PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-OVER-TOTAL             PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-SHORT-TOTAL            PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-OVER-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BC-SHORT-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BC-TO-VAULT               PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-FROM-VAULT             PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-TO-VAULT-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BC-FROM-VAULT-COUNT       PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BC-DEBIT-TOTAL            PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-CREDIT-TOTAL           PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-NET                    PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-CASH-POSITION          PIC S9(18) USAGE COMP-3 VALUE 0.
      * One journal movement, set up by JOURNAL-CASH-MOVEMENT's
      * callers, with the GL accounts its 'ALL' map row names.
       01 WS-GJ-SOURCE                 PIC X(3).
       01 WS-GJ-TXN-TYPE               PIC X(1).
       01 WS-GJ-COUNT                  PIC S9(9) USAGE COMP.
       01 WS-GJ-AMOUNT                 PIC S9(17) USAGE COMP-3.
       01 WS-GJ-DEBIT-GL               PIC X(10).
       01 WS-GJ-CREDIT-GL              PIC X(10).
       01 WS-DRAWER-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BALANCED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LINE-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-UNMAPPED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-UNBALANCED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-DISPLAY-2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY-2          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-SIGNED-DISPLAY            PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-BALANCE-TEXT              PIC X(22).
      * Drawer detail line columns.
       01 WS-DL-OPENING                PIC ZZZ,ZZZ,ZZ9.
       01 WS-DL-CASH-IN                PIC ZZZ,ZZZ,ZZ9.
       01 WS-DL-CASH-OUT               PIC ZZZ,ZZZ,ZZ9.
       01 WS-DL-FROM-VAULT             PIC ZZZ,ZZZ,ZZ9.
       01 WS-DL-TO-VAULT               PIC ZZZ,ZZZ,ZZ9.
       01 WS-DL-EXPECTED               PIC -ZZ,ZZZ,ZZ9.
       01 WS-DL-COUNTED                PIC ZZZ,ZZZ,ZZ9.
       01 WS-DL-OVER-SHORT             PIC -ZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/CBSDRWR.cpy / CBSDRDC / CBSVAULT /
      *        CBSGLMAP
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-TELLER-DRAWER.  01 DCLCBS-DRAWER-DECL.
      *01  DCLCBS-BRANCH-VAULT.   01 DCLCBS-GL-MAP.
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
             INCLUDE CBSDRWR
           END-EXEC.

           EXEC SQL
             INCLUDE CBSDRDC
           END-EXEC.

           EXEC SQL
             INCLUDE CBSVAULT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSGLMAP
           END-EXEC.

      * Every drawer still OPEN or declared for the business date,
      * with that declaration, in branch/currency order for the
      * control break.
           EXEC SQL
             DECLARE DRWRCSR CURSOR FOR
                SELECT D.DRAWER_ID, D.BRANCH_NAME, D.CURRENCY,
                       D.OPERATOR_USERID,
                       COALESCE(C.OPENING_FLOAT, D.OPENING_FLOAT),
                       COALESCE(C.COUNTED_AMOUNT, 0),
                       CASE WHEN C.DRAWER_ID IS NULL THEN 'N'
                            ELSE 'Y'
                       END
                  FROM CBS_TELLER_DRAWER D
                  LEFT OUTER JOIN CBS_DRAWER_DECL C
                    ON C.DRAWER_ID = D.DRAWER_ID
                   AND C.BUSINESS_DATE = :WS-BUSINESS-DATE
                 WHERE D.DRAWER_STATUS = :WK-DRAWER-OPEN
                    OR C.DRAWER_ID IS NOT NULL
                 ORDER BY D.BRANCH_NAME, D.CURRENCY, D.DRAWER_ID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT JOURNAL-FILE
           IF NOT JRNFILE-STATUS-OK
              DISPLAY 'ERROR OPENING JOURNAL FILE. STATUS='
                JRNFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN DRWRCSR
           END-EXEC.
           PERFORM FETCH-NEXT-DRAWER.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM BALANCE-ONE-DRAWER
              PERFORM FETCH-NEXT-DRAWER
           END-PERFORM.
           EXEC SQL
                CLOSE DRWRCSR
           END-EXEC.
           IF NOT WS-FIRST-GROUP
              PERFORM CLOSE-BRANCH-CURRENCY
           END-IF.

           PERFORM RELEASE-OR-REFUSE-JOURNAL.
           IF WS-FETCH-FAILED
              EXEC SQL
                   ROLLBACK
              END-EXEC
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
           PERFORM WRITE-RUN-LOG-END.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       FETCH-NEXT-DRAWER.
           EXEC SQL
                FETCH DRWRCSR
                 INTO :WS-DR-DRAWER-ID, :WS-DR-BRANCH,
                      :WS-DR-CURRENCY, :WS-DR-OPERATOR,
                      :WS-DR-OPENING, :WS-DR-COUNTED,
                      :WS-DR-DECLARED
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-DRAWER-COUNT
              WHEN OTHER
                 DISPLAY '(CBSDRRPT) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-FETCH-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * BALANCE-ONE-DRAWER breaks to a new branch/currency when either
      * changes, works out the drawer's expected cash, sets it against
      * the declaration and prints the drawer's line.
       BALANCE-ONE-DRAWER.
           IF WS-FIRST-GROUP
              MOVE 'N' TO WS-FIRST-SWITCH
              MOVE WS-DR-BRANCH   TO WS-CURR-BRANCH
              MOVE WS-DR-CURRENCY TO WS-CURR-CURRENCY
           ELSE
              IF WS-DR-BRANCH NOT = WS-CURR-BRANCH
                 OR WS-DR-CURRENCY NOT = WS-CURR-CURRENCY
                 PERFORM CLOSE-BRANCH-CURRENCY
                 MOVE WS-DR-BRANCH   TO WS-CURR-BRANCH
                 MOVE WS-DR-CURRENCY TO WS-CURR-CURRENCY
              END-IF
           END-IF.
           PERFORM SUM-DRAWER-COUNTER-CASH.
           PERFORM SUM-DRAWER-TRANSFERS.
           COMPUTE WS-DR-EXPECTED = WS-DR-OPENING
                   + WS-DR-CASH-IN - WS-DR-CASH-OUT
                   + WS-DR-FROM-VAULT - WS-DR-TO-VAULT.
           ADD WS-DR-EXPECTED      TO WS-BC-EXPECTED-TOTAL.
           ADD WS-DR-TO-VAULT      TO WS-BC-TO-VAULT.
           ADD WS-DR-FROM-VAULT    TO WS-BC-FROM-VAULT.
           ADD WS-DR-TO-VAULT-COUNT   TO WS-BC-TO-VAULT-COUNT.
           ADD WS-DR-FROM-VAULT-COUNT TO WS-BC-FROM-VAULT-COUNT.
           IF WS-DRAWER-DECLARED
              COMPUTE WS-DR-OVER-SHORT = WS-DR-COUNTED
                      - WS-DR-EXPECTED
              ADD WS-DR-COUNTED TO WS-BC-COUNTED-TOTAL
              ADD WS-DR-COUNTED TO WS-BC-DRAWER-CASH
              EVALUATE TRUE
                 WHEN WS-DR-OVER-SHORT > 0
                    MOVE 'OVER' TO WS-DR-FLAG
                    ADD WS-DR-OVER-SHORT TO WS-BC-OVER-TOTAL
                    ADD 1 TO WS-BC-OVER-COUNT
                 WHEN WS-DR-OVER-SHORT < 0
                    MOVE 'SHORT' TO WS-DR-FLAG
                    SUBTRACT WS-DR-OVER-SHORT FROM WS-BC-SHORT-TOTAL
                    ADD 1 TO WS-BC-SHORT-COUNT
                 WHEN OTHER
                    MOVE 'BALANCED' TO WS-DR-FLAG
              END-EVALUATE
              PERFORM UPDATE-DRAWER-DECLARATION
           ELSE
              MOVE 0 TO WS-DR-OVER-SHORT
              ADD WS-DR-EXPECTED TO WS-BC-DRAWER-CASH
              MOVE 'NOT DECLARED' TO WS-DR-FLAG
           END-IF.
           PERFORM WRITE-DRAWER-LINE.

      ******************************************************************
      * SUM-DRAWER-COUNTER-CASH totals the drawer's accepted counter
      * postings for the business date: credits are cash taken in,
      * debits cash paid out.
       SUM-DRAWER-COUNTER-CASH.
           MOVE 0 TO WS-DR-CASH-IN.
           MOVE 0 TO WS-DR-CASH-OUT.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN TXN_TYPE = 'C'
                                         THEN TXN_AMOUNT ELSE 0
                                    END), 0),
                       COALESCE(SUM(CASE WHEN TXN_TYPE = 'D'
                                         THEN TXN_AMOUNT ELSE 0
                                    END), 0)
                  INTO :WS-DR-CASH-IN, :WS-DR-CASH-OUT
                  FROM CBS_ACCT_TXN_HIST
                 WHERE DRAWER_ID = :WS-DR-DRAWER-ID
                   AND DISPOSITION = 'A'
                   AND VALUE_DATE = :WS-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSDRRPT) COUNTER CASH SUM FAILED FOR '
                WS-DR-DRAWER-ID ' SQLCODE=' SQLCODE
              SET WS-FETCH-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * SUM-DRAWER-TRANSFERS totals the drawer's vault movements for
      * the business date in each direction.
       SUM-DRAWER-TRANSFERS.
           MOVE 0 TO WS-DR-FROM-VAULT.
           MOVE 0 TO WS-DR-TO-VAULT.
           MOVE 0 TO WS-DR-FROM-VAULT-COUNT.
           MOVE 0 TO WS-DR-TO-VAULT-COUNT.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN DIRECTION = 'D'
                                         THEN XFER_AMOUNT ELSE 0
                                    END), 0),
                       COALESCE(SUM(CASE WHEN DIRECTION = 'V'
                                         THEN XFER_AMOUNT ELSE 0
                                    END), 0),
                       COALESCE(SUM(CASE WHEN DIRECTION = 'D'
                                         THEN 1 ELSE 0
                                    END), 0),
                       COALESCE(SUM(CASE WHEN DIRECTION = 'V'
                                         THEN 1 ELSE 0
                                    END), 0)
                  INTO :WS-DR-FROM-VAULT, :WS-DR-TO-VAULT,
                       :WS-DR-FROM-VAULT-COUNT, :WS-DR-TO-VAULT-COUNT
                  FROM CBS_DRAWER_XFER
                 WHERE DRAWER_ID = :WS-DR-DRAWER-ID
                   AND BUSINESS_DATE = :WS-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSDRRPT) TRANSFER SUM FAILED FOR '
                WS-DR-DRAWER-ID ' SQLCODE=' SQLCODE
              SET WS-FETCH-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * UPDATE-DRAWER-DECLARATION writes the expected cash and the
      * over/short back to the day's declaration and rolls the
      * drawer's float to the counted cash, unless a later day has
      * already been declared.
       UPDATE-DRAWER-DECLARATION.
           MOVE WS-DR-DRAWER-ID  TO DD-DRAWER-ID.
           MOVE WS-BUSINESS-DATE TO DD-BUSINESS-DATE.
           MOVE WS-DR-EXPECTED   TO WS-DECL-EXPECTED.
           MOVE WS-DR-OVER-SHORT TO WS-DECL-OVER-SHORT.
           EXEC SQL
                UPDATE CBS_DRAWER_DECL
                   SET EXPECTED_AMOUNT = :WS-DECL-EXPECTED ,
                       OVER_SHORT = :WS-DECL-OVER-SHORT
                 WHERE DRAWER_ID = :DD-DRAWER-ID
                   AND BUSINESS_DATE = :DD-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSDRRPT) DECLARATION UPDATE FAILED FOR '
                WS-DR-DRAWER-ID ' SQLCODE=' SQLCODE
              SET WS-FETCH-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-BALANCED-COUNT
              MOVE WS-DR-DRAWER-ID TO DW-DRAWER-ID
              MOVE WS-DR-COUNTED   TO DW-OPENING-FLOAT
              EXEC SQL
                   UPDATE CBS_TELLER_DRAWER D
                      SET OPENING_FLOAT = :DW-OPENING-FLOAT
                    WHERE D.DRAWER_ID = :DW-DRAWER-ID
                      AND NOT EXISTS
                          ( SELECT 1 FROM CBS_DRAWER_DECL L
                             WHERE L.DRAWER_ID = D.DRAWER_ID
                               AND L.BUSINESS_DATE >
                                   :DD-BUSINESS-DATE )
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 DISPLAY '(CBSDRRPT) FLOAT ROLL FAILED FOR '
                   WS-DR-DRAWER-ID ' SQLCODE=' SQLCODE
                 SET WS-FETCH-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       WRITE-DRAWER-LINE.
           MOVE WS-DR-OPENING    TO WS-DL-OPENING.
           MOVE WS-DR-CASH-IN    TO WS-DL-CASH-IN.
           MOVE WS-DR-CASH-OUT   TO WS-DL-CASH-OUT.
           MOVE WS-DR-FROM-VAULT TO WS-DL-FROM-VAULT.
           MOVE WS-DR-TO-VAULT   TO WS-DL-TO-VAULT.
           MOVE WS-DR-EXPECTED   TO WS-DL-EXPECTED.
           MOVE WS-DR-OVER-SHORT TO WS-DL-OVER-SHORT.
           IF WS-DRAWER-DECLARED
              MOVE WS-DR-COUNTED TO WS-DL-COUNTED
           ELSE
              MOVE 0 TO WS-DL-COUNTED
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-DR-DRAWER-ID ' ' WS-DR-OPERATOR
                   ' ' WS-DL-OPENING ' ' WS-DL-CASH-IN
                   ' ' WS-DL-CASH-OUT ' ' WS-DL-FROM-VAULT
                   ' ' WS-DL-TO-VAULT ' ' WS-DL-EXPECTED
                   ' ' WS-DL-COUNTED ' ' WS-DL-OVER-SHORT
                   ' ' WS-DR-FLAG
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * CLOSE-BRANCH-CURRENCY prints the branch/currency's totals,
      * vault and cash position, journals its vault movements and
      * its overs and shorts, checks the journal legs net to zero
      * and resets the accumulators.
       CLOSE-BRANCH-CURRENCY.
           COMPUTE WS-BC-NET = WS-BC-OVER-TOTAL - WS-BC-SHORT-TOTAL.
           MOVE WS-BC-EXPECTED-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE WS-BC-COUNTED-TOTAL  TO WS-AMOUNT-DISPLAY-2.
           MOVE WS-BC-NET            TO WS-SIGNED-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CURR-BRANCH ' ' WS-CURR-CURRENCY
                   ' EXPECTED ' WS-AMOUNT-DISPLAY
                   ' COUNTED ' WS-AMOUNT-DISPLAY-2
                   ' OVER/SHORT ' WS-SIGNED-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-VAULT-POSITION.

           MOVE WK-SOURCE-VAULT       TO WS-GJ-SOURCE.
           MOVE 'C'                   TO WS-GJ-TXN-TYPE.
           MOVE WS-BC-TO-VAULT        TO WS-GJ-AMOUNT.
           MOVE WS-BC-TO-VAULT-COUNT  TO WS-GJ-COUNT.
           PERFORM JOURNAL-CASH-MOVEMENT.
           MOVE 'D'                   TO WS-GJ-TXN-TYPE.
           MOVE WS-BC-FROM-VAULT      TO WS-GJ-AMOUNT.
           MOVE WS-BC-FROM-VAULT-COUNT TO WS-GJ-COUNT.
           PERFORM JOURNAL-CASH-MOVEMENT.
           MOVE WK-SOURCE-OVER-SHORT  TO WS-GJ-SOURCE.
           MOVE 'C'                   TO WS-GJ-TXN-TYPE.
           MOVE WS-BC-OVER-TOTAL      TO WS-GJ-AMOUNT.
           MOVE WS-BC-OVER-COUNT      TO WS-GJ-COUNT.
           PERFORM JOURNAL-CASH-MOVEMENT.
           MOVE 'D'                   TO WS-GJ-TXN-TYPE.
           MOVE WS-BC-SHORT-TOTAL     TO WS-GJ-AMOUNT.
           MOVE WS-BC-SHORT-COUNT     TO WS-GJ-COUNT.
           PERFORM JOURNAL-CASH-MOVEMENT.

           IF WS-BC-DEBIT-TOTAL = WS-BC-CREDIT-TOTAL
              MOVE 'BALANCED' TO WS-BALANCE-TEXT
           ELSE
              MOVE '** OUT OF BALANCE **' TO WS-BALANCE-TEXT
              ADD 1 TO WS-UNBALANCED-COUNT
           END-IF.
           MOVE WS-BC-DEBIT-TOTAL  TO WS-AMOUNT-DISPLAY.
           MOVE WS-BC-CREDIT-TOTAL TO WS-AMOUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CURR-BRANCH ' ' WS-CURR-CURRENCY
                   ' GL DR ' WS-AMOUNT-DISPLAY
                   ' CR ' WS-AMOUNT-DISPLAY-2
                   ' ' WS-BALANCE-TEXT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 0 TO WS-BC-EXPECTED-TOTAL.
           MOVE 0 TO WS-BC-COUNTED-TOTAL.
           MOVE 0 TO WS-BC-DRAWER-CASH.
           MOVE 0 TO WS-BC-OVER-TOTAL.
           MOVE 0 TO WS-BC-SHORT-TOTAL.
           MOVE 0 TO WS-BC-OVER-COUNT.
           MOVE 0 TO WS-BC-SHORT-COUNT.
           MOVE 0 TO WS-BC-TO-VAULT.
           MOVE 0 TO WS-BC-FROM-VAULT.
           MOVE 0 TO WS-BC-TO-VAULT-COUNT.
           MOVE 0 TO WS-BC-FROM-VAULT-COUNT.
           MOVE 0 TO WS-BC-DEBIT-TOTAL.
           MOVE 0 TO WS-BC-CREDIT-TOTAL.

      ******************************************************************
      * WRITE-VAULT-POSITION prints the vault's balance and the
      * branch's cash position: the vault plus the cash in its
      * drawers.
       WRITE-VAULT-POSITION.
           MOVE WS-CURR-BRANCH   TO VL-BRANCH-NAME.
           MOVE WS-CURR-CURRENCY TO VL-CURRENCY.
           EXEC SQL
                SELECT VAULT_BALANCE
                  INTO :VL-VAULT-BALANCE
                  FROM CBS_BRANCH_VAULT
                 WHERE BRANCH_NAME = :VL-BRANCH-NAME
                   AND CURRENCY = :VL-CURRENCY
           END-EXEC.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE WS-BC-CASH-POSITION = VL-VAULT-BALANCE
                         + WS-BC-DRAWER-CASH
                 MOVE VL-VAULT-BALANCE    TO WS-AMOUNT-DISPLAY
                 MOVE WS-BC-CASH-POSITION TO WS-SIGNED-DISPLAY
                 STRING WS-CURR-BRANCH ' ' WS-CURR-CURRENCY
                         ' VAULT ' WS-AMOUNT-DISPLAY
                         ' BRANCH CASH ' WS-SIGNED-DISPLAY
                         DELIMITED BY SIZE
                         INTO REPORT-LINE
                 END-STRING
              WHEN 100
                 STRING WS-CURR-BRANCH ' ' WS-CURR-CURRENCY
                         ' ** NO VAULT REGISTERED **'
                         DELIMITED BY SIZE
                         INTO REPORT-LINE
                 END-STRING
              WHEN OTHER
                 DISPLAY '(CBSDRRPT) VAULT LOOKUP FAILED. SQLCODE='
                   SQLCODE
                 STRING WS-CURR-BRANCH ' ' WS-CURR-CURRENCY
                         ' ** VAULT LOOKUP FAILED **'
                         DELIMITED BY SIZE
                         INTO REPORT-LINE
                 END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * JOURNAL-CASH-MOVEMENT writes one movement's debit leg and
      * credit leg from its 'ALL' map row. A zero movement writes
      * nothing; one with no map row is listed as unmapped; a map
      * row with one GL account blank writes one leg only, which the
      * branch/currency balance check then catches.
       JOURNAL-CASH-MOVEMENT.
           IF WS-GJ-AMOUNT NOT = 0
              MOVE WK-PRODUCT-ALL TO GM-PRODUCT-CODE
              MOVE WS-GJ-SOURCE   TO GM-POST-SOURCE
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
                    DISPLAY '(CBSDRRPT) GL MAP LOOKUP FAILED. SQLCODE='
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
                    ADD WS-GJ-AMOUNT TO WS-BC-DEBIT-TOTAL
                 END-IF
                 IF WS-GJ-CREDIT-GL NOT = SPACES
                    MOVE 'C' TO GJ-DR-CR
                    MOVE WS-GJ-CREDIT-GL TO GJ-GL-ACCOUNT
                    PERFORM WRITE-JOURNAL-LINE
                    ADD WS-GJ-AMOUNT TO WS-BC-CREDIT-TOTAL
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * WRITE-JOURNAL-LINE fills in the rest of the line from the
      * current movement; the caller has set the side and GL account.
       WRITE-JOURNAL-LINE.
           MOVE WS-GJ-AMOUNT     TO GJ-AMOUNT.
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE.
           MOVE WS-CURR-BRANCH   TO GJ-BASE-BRANCH.
           MOVE WS-CURR-CURRENCY TO GJ-CURRENCY.
           MOVE WS-GJ-SOURCE     TO GJ-POST-SOURCE.
           MOVE WK-PRODUCT-ALL   TO GJ-PRODUCT-CODE.
           MOVE WS-GJ-COUNT      TO GJ-POSTING-COUNT.
           WRITE CBSGL-JOURNAL-FILEREC
           IF NOT JRNFILE-STATUS-OK
              DISPLAY 'ERROR WRITING JOURNAL FILE. STATUS='
                JRNFILE-STATUS
           ELSE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD GJ-AMOUNT TO FC-T-HASH-TOTAL
           END-IF.

      ******************************************************************
       WRITE-UNMAPPED-LINE.
           MOVE WS-GJ-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE WS-GJ-COUNT  TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CURR-BRANCH ' ' WS-CURR-CURRENCY ' ' WS-GJ-SOURCE
                   ' ' WK-PRODUCT-ALL ' ' WS-GJ-TXN-TYPE
                   ' ' WS-COUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY
                   ' ** NO GL MAPPING **'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * RELEASE-OR-REFUSE-JOURNAL closes the feed with its trailer
      * only when every movement mapped, every branch/currency
      * balanced and every drawer was balanced without a database
      * failure. Otherwise the trailer is withheld so CBSFDVFY
      * refuses the file, and the step ends with return code 8.
       RELEASE-OR-REFUSE-JOURNAL.
           MOVE WS-DRAWER-COUNT     TO WS-COUNT-DISPLAY.
           MOVE WS-BALANCED-COUNT   TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DRAWERS BALANCED: ' WS-COUNT-DISPLAY
                   '   DECLARATIONS UPDATED: ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNMAPPED-COUNT   TO WS-COUNT-DISPLAY.
           MOVE WS-UNBALANCED-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNMAPPED MOVEMENTS: ' WS-COUNT-DISPLAY
                   '   UNBALANCED BRANCH/CURRENCIES: '
                   WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-UNMAPPED-COUNT = 0 AND WS-UNBALANCED-COUNT = 0
              AND NOT WS-FETCH-FAILED
              PERFORM WRITE-FEED-TRAILER
              MOVE 'JOURNAL RELEASED' TO REPORT-LINE
              MOVE 0 TO RL-RETURN-CODE
           ELSE
              MOVE 'JOURNAL REFUSED - NOT RELEASED TO THE LEDGER'
                TO REPORT-LINE
              MOVE WK-REFUSED-RC TO RL-RETURN-CODE
              MOVE WK-REFUSED-RC TO RETURN-CODE
              DISPLAY '(CBSDRRPT) JOURNAL REFUSED FOR '
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
           STRING 'BRANCH CASH BALANCING REPORT  '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DRAWR TELLER         OPENING     CASH IN'
                   '    CASH OUT  FROM VAULT    TO VAULT'
                   '    EXPECTED     COUNTED  OVER/SHORT'
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
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSDRRPT' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSDRRPT) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the final counts and the return code
      * RELEASE-OR-REFUSE-JOURNAL decided on.
       WRITE-RUN-LOG-END.
           MOVE WS-DRAWER-COUNT TO RL-RECORDS-READ.
           MOVE WS-BALANCED-COUNT TO RL-RECORDS-UPDATED.
           COMPUTE RL-RECORDS-FAILED = WS-UNMAPPED-COUNT
                   + WS-UNBALANCED-COUNT.
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
              DISPLAY '(CBSDRRPT) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card so a
      * rerun after a failure carries the business date the run is
      * FOR, not the date it happens to execute on. A missing card
      * falls back to CURRENT DATE as an ordinary business day.
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
