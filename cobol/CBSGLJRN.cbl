      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSGLJRN
      ******************************************************************
      * Daily general-ledger journal feed. Finance re-keyed the day's
      * money movement into the general ledger by hand from the
      * CBSMVRPT totals, and the monthly GL-to-subledger tie-out never
      * balanced first time. This end-of-day run summarises the
      * business date's accepted CBS_ACCT_TXN_HIST rows (VALUE_DATE
      * the business date, the CBSMVRPT selection) by branch,
      * currency, posting source, product and TXN_TYPE, looks each
      * group up on CBS_GL_MAP and writes a double-entry journal -
      * one debit line and one credit line per group - to GLJRNL,
      * wrapped in the CBSFEEDC header and trailer (feed id GLJRNL,
      * hash total over the line amounts) for CBSFDVFY.
      *
      * The posting source is derived from the history row itself:
      *   REV  a CBSTXREV reversing posting (its reference is a
      *        REVERSAL_REF on CBS_TXN_REVERSAL for the account),
      *        whatever the source of the posting it reverses;
      *   CSH  counter cash through a teller drawer (a CBSTXNP
      *        posting carrying a DRAWER_ID), so the cash side lands
      *        on the branch's teller-cash account;
      *   FEE  CBSINTFE rows referenced 'FEE', CBSLNARR late fees
      *        and CBSTDBRK break penalties ('TDB' reference);
      *   WHT  CBSINTFE tax withheld at source ('WHT' reference), so
      *        the withholding lands on the tax-payable account;
      *   INT  other CBSINTFE rows (credit and debit interest),
      *        CBSTDMAT interest and CBSLNCOL loan interest;
      *   ESC  CBSESCHT remittances;
      *   SIP  CBSSIEXE payment debits and the CBSPAYAK credits that
      *        put a bounced payment back;
      *   PRM  the premium collection LGPRMCOL emitted, matched on the
      *        mandate's LAST_COLLECT_REF for the account;
      *   CUS  everything else - customer postings through CBSTXNP
      *        and suspense repairs through CBSTXSPD.
      * A product with no CBS_GL_MAP row of its own takes the 'ALL'
      * row for the source and type.
      *
      * The journal is only released when it is complete and
      * balanced: every group must map, and each branch/currency's
      * debit lines must equal its credit lines (a map row with a
      * blank GL account writes one leg only and so shows up here).
      * Otherwise the trailer is withheld - CBSFDVFY refuses a feed
      * without one - the breaks are listed on the GLJRPT control
      * report, and the run ends with return code 8, which is also
      * recorded on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSGLJRN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO GLJRNL
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS JRNFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO GLJRPT
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
          05 WK-FEED-ID               PIC X(8) VALUE 'GLJRNL'.
          05 WK-PRODUCT-ALL           PIC X(5) VALUE 'ALL'.
          05 WK-REFUSED-RC            PIC S9(4) USAGE COMP VALUE 8.
      * One summarised posting group as fetched from the history join,
      * with the GL accounts its CBS_GL_MAP row names (spaces when
      * neither the product's own row nor the 'ALL' row exists).
       01 WS-GJ-BRANCH                 PIC X(20).
       01 WS-GJ-CURRENCY               PIC X(3).
       01 WS-GJ-SOURCE                 PIC X(3).
       01 WS-GJ-PRODUCT                PIC X(5).
       01 WS-GJ-TXN-TYPE               PIC X(1).
       01 WS-GJ-COUNT                  PIC S9(9) USAGE COMP.
       01 WS-GJ-AMOUNT                 PIC S9(15) USAGE COMP-3.
       01 WS-GJ-DEBIT-GL               PIC X(10).
       01 WS-GJ-CREDIT-GL              PIC X(10).
      * Control-break accumulators: each branch/currency's journal
      * legs must net to zero before the journal is released.
       01 WS-CURR-BRANCH               PIC X(20) VALUE SPACES.
       01 WS-CURR-CURRENCY             PIC X(3) VALUE SPACES.
       01 WS-FIRST-SWITCH              PIC X VALUE 'Y'.
          88 WS-FIRST-GROUP            VALUE 'Y'.
       01 WS-BC-DEBIT-TOTAL            PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-BC-CREDIT-TOTAL           PIC S9(17) USAGE COMP-3 VALUE 0.
       01 WS-GROUP-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-POSTING-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LINE-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-UNMAPPED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-UNBALANCED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-DISPLAY-2           PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY-2          PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-BALANCE-TEXT              PIC X(22).
      ******************************************************************
      * PATH : .../Cobol Include/CBSGLMAP.cpy / CBSTXNH.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-GL-MAP.  01 DCLCBS-ACCT-TXN-HIST.
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
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSGLMAP
           END-EXEC.

      * The business date's accepted postings, tagged with their
      * posting source, summarised per branch/currency/source/
      * product/type and joined to the product's own map row and the
      * 'ALL' fallback row, in branch/currency order for the control
      * break.
           EXEC SQL
             DECLARE GLJRNCSR CURSOR FOR
                SELECT G.BASE_BRANCH, G.CURRENCY, G.POST_SOURCE,
                       G.PRODUCT_CODE, G.TXN_TYPE, G.POST_COUNT,
                       G.POST_AMOUNT,
                       COALESCE(M1.DEBIT_GL_ACCOUNT,
                                M2.DEBIT_GL_ACCOUNT, ' '),
                       COALESCE(M1.CREDIT_GL_ACCOUNT,
                                M2.CREDIT_GL_ACCOUNT, ' ')
                  FROM ( SELECT X.BASE_BRANCH, X.CURRENCY,
                                X.POST_SOURCE, X.PRODUCT_CODE,
                                X.TXN_TYPE,
                                COUNT(*) AS POST_COUNT,
                                SUM(X.TXN_AMOUNT) AS POST_AMOUNT
                           FROM ( SELECT B.BASE_BRANCH, A.CURRENCY,
                                         B.PRODUCT_CODE, A.TXN_TYPE,
                                         A.TXN_AMOUNT,
                  CASE
                    WHEN EXISTS
                         ( SELECT 1 FROM CBS_TXN_REVERSAL V
                            WHERE V.REVERSAL_REF = A.TXN_REF
                              AND ( V.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                                 OR V.CONTRA_ACCOUNT =
                                    A.ACCOUNT_NUMBER ) )
                      THEN 'REV'
                    WHEN A.DRAWER_ID <> ' '
                      THEN 'CSH'
                    WHEN A.POST_USERID = 'CBSINTFE'
                     AND SUBSTR(A.TXN_REF, 1, 3) = 'FEE'
                      THEN 'FEE'
                    WHEN A.POST_USERID = 'CBSLNARR'
                      THEN 'FEE'
                    WHEN SUBSTR(A.TXN_REF, 1, 3) = 'TDB'
                     AND A.POST_USERID NOT IN ('CBSTXNP', 'CBSTXSPD')
                      THEN 'FEE'
                    WHEN A.POST_USERID = 'CBSINTFE'
                     AND SUBSTR(A.TXN_REF, 1, 3) = 'WHT'
                      THEN 'WHT'
                    WHEN A.POST_USERID IN ('CBSINTFE', 'CBSTDMAT',
                                           'CBSLNCOL')
                      THEN 'INT'
                    WHEN A.POST_USERID = 'CBSESCHT'
                      THEN 'ESC'
                    WHEN A.POST_USERID IN ('CBSSIEXE', 'CBSPAYAK')
                      THEN 'SIP'
                    WHEN EXISTS
                         ( SELECT 1 FROM PREM_COLLECT_MANDATE M
                            WHERE M.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND M.LAST_COLLECT_REF = A.TXN_REF )
                      THEN 'PRM'
                    ELSE 'CUS'
                  END AS POST_SOURCE
                                    FROM CBS_ACCT_TXN_HIST A,
                                         CBS_ACCT_MSTR_DTL B
                                   WHERE A.ACCOUNT_NUMBER =
                                         B.ACCOUNT_NUMBER
                                     AND A.DISPOSITION = 'A'
                                     AND A.VALUE_DATE =
                                         :WS-BUSINESS-DATE ) X
                          GROUP BY X.BASE_BRANCH, X.CURRENCY,
                                   X.POST_SOURCE, X.PRODUCT_CODE,
                                   X.TXN_TYPE ) G
                  LEFT OUTER JOIN CBS_GL_MAP M1
                    ON M1.PRODUCT_CODE = G.PRODUCT_CODE
                   AND M1.POST_SOURCE = G.POST_SOURCE
                   AND M1.TXN_TYPE = G.TXN_TYPE
                  LEFT OUTER JOIN CBS_GL_MAP M2
                    ON M2.PRODUCT_CODE = :WK-PRODUCT-ALL
                   AND M2.POST_SOURCE = G.POST_SOURCE
                   AND M2.TXN_TYPE = G.TXN_TYPE
                 ORDER BY G.BASE_BRANCH, G.CURRENCY, G.POST_SOURCE,
                          G.PRODUCT_CODE, G.TXN_TYPE
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
                OPEN GLJRNCSR
           END-EXEC.
           PERFORM FETCH-NEXT-JOURNAL-GROUP.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM ROLL-ONE-JOURNAL-GROUP
              PERFORM FETCH-NEXT-JOURNAL-GROUP
           END-PERFORM.
           EXEC SQL
                CLOSE GLJRNCSR
           END-EXEC.
           IF NOT WS-FIRST-GROUP
              PERFORM WRITE-BRANCH-CURRENCY-LINE
           END-IF.

           PERFORM RELEASE-OR-REFUSE-JOURNAL.
           PERFORM WRITE-RUN-LOG-END.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       FETCH-NEXT-JOURNAL-GROUP.
           EXEC SQL
                FETCH GLJRNCSR
                 INTO :WS-GJ-BRANCH, :WS-GJ-CURRENCY, :WS-GJ-SOURCE,
                      :WS-GJ-PRODUCT, :WS-GJ-TXN-TYPE, :WS-GJ-COUNT,
                      :WS-GJ-AMOUNT, :WS-GJ-DEBIT-GL,
                      :WS-GJ-CREDIT-GL
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-GROUP-COUNT
                 ADD WS-GJ-COUNT TO WS-POSTING-COUNT
              WHEN OTHER
                 DISPLAY '(CBSGLJRN) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-FETCH-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * ROLL-ONE-JOURNAL-GROUP breaks to a new branch/currency when
      * either changes, then writes the group's debit leg and credit
      * leg. A group with no map row at all writes nothing and is
      * listed as unmapped; a map row with one GL account blank
      * writes one leg only, which the balance check then catches.
       ROLL-ONE-JOURNAL-GROUP.
           IF WS-FIRST-GROUP
              MOVE 'N' TO WS-FIRST-SWITCH
              MOVE WS-GJ-BRANCH   TO WS-CURR-BRANCH
              MOVE WS-GJ-CURRENCY TO WS-CURR-CURRENCY
           ELSE
              IF WS-GJ-BRANCH NOT = WS-CURR-BRANCH
                 OR WS-GJ-CURRENCY NOT = WS-CURR-CURRENCY
                 PERFORM WRITE-BRANCH-CURRENCY-LINE
                 MOVE WS-GJ-BRANCH   TO WS-CURR-BRANCH
                 MOVE WS-GJ-CURRENCY TO WS-CURR-CURRENCY
              END-IF
           END-IF.
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
           END-IF.

      ******************************************************************
      * WRITE-JOURNAL-LINE fills in the rest of the line from the
      * current group; the caller has set the side and GL account.
       WRITE-JOURNAL-LINE.
           MOVE WS-GJ-AMOUNT     TO GJ-AMOUNT.
           MOVE WS-BUSINESS-DATE TO GJ-BUSINESS-DATE.
           MOVE WS-GJ-BRANCH     TO GJ-BASE-BRANCH.
           MOVE WS-GJ-CURRENCY   TO GJ-CURRENCY.
           MOVE WS-GJ-SOURCE     TO GJ-POST-SOURCE.
           MOVE WS-GJ-PRODUCT    TO GJ-PRODUCT-CODE.
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
           STRING WS-GJ-BRANCH ' ' WS-GJ-CURRENCY ' ' WS-GJ-SOURCE
                   ' ' WS-GJ-PRODUCT ' ' WS-GJ-TXN-TYPE
                   ' ' WS-COUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY
                   ' ** NO GL MAPPING **'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
      * WRITE-BRANCH-CURRENCY-LINE prints the branch/currency's debit
      * and credit totals and whether they net to zero, then resets
      * the accumulators.
       WRITE-BRANCH-CURRENCY-LINE.
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
                   ' DR ' WS-AMOUNT-DISPLAY
                   ' CR ' WS-AMOUNT-DISPLAY-2
                   ' ' WS-BALANCE-TEXT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO WS-BC-DEBIT-TOTAL.
           MOVE 0 TO WS-BC-CREDIT-TOTAL.

      ******************************************************************
      * RELEASE-OR-REFUSE-JOURNAL closes the feed with its trailer
      * only when every group mapped, every branch/currency balanced
      * and the cursor ran to its end. Otherwise the trailer is
      * withheld so CBSFDVFY refuses the file, and the step ends
      * with return code 8.
       RELEASE-OR-REFUSE-JOURNAL.
           MOVE WS-POSTING-COUNT    TO WS-COUNT-DISPLAY.
           MOVE WS-LINE-COUNT       TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'POSTINGS SUMMARISED: ' WS-COUNT-DISPLAY
                   '   JOURNAL LINES: ' WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-UNMAPPED-COUNT   TO WS-COUNT-DISPLAY.
           MOVE WS-UNBALANCED-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNMAPPED GROUPS: ' WS-COUNT-DISPLAY
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
              DISPLAY '(CBSGLJRN) JOURNAL REFUSED FOR '
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
           STRING 'GENERAL-LEDGER JOURNAL CONTROL REPORT  '
                   WS-BUSINESS-DATE
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
           MOVE 'CBSGLJRN' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSGLJRN) RUN LOG START FAILED. SQLCODE='
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
           MOVE WS-POSTING-COUNT TO RL-RECORDS-READ.
           MOVE WS-LINE-COUNT TO RL-RECORDS-UPDATED.
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
              DISPLAY '(CBSGLJRN) RUN LOG END FAILED. SQLCODE='
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
