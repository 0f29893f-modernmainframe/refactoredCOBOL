      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSDPSCV
      ******************************************************************
      * Deposit-protection single-customer view. When the protection
      * scheme calls for it we have days to say, for every depositor,
      * how much they hold with us and how much of it the scheme
      * covers. This builds that answer from CBS_ACCT_MSTR_DTL as at
      * the BUSDATE business date:
      *
      *  - every account except the ineligible ESCHEATED ones (the
      *    balance has already gone to the state) is shared among
      *    its owners: each ACTIVE primary or joint holder on
      *    CBS_ACCT_PARTY takes an equal share, and an account with
      *    no party rows belongs to its CUSTOMER_ID alone.
      *    Signatories own nothing. Only credit balances are
      *    deposits - an overdrawn account adds nothing;
      *  - each share is converted into the reporting currency at
      *    the business date's CBS_FX_RATE row and added to the
      *    depositor's total eligible balance;
      *  - the covered amount is that total up to the statutory
      *    limit (WK-COVERAGE-LIMIT), the rest is uncovered.
      *
      * One SCVFILE record per depositor (CBSSCVR layout, CBSFEEDC
      * header and trailer, feed DEPSCV, hash on the CUID). The
      * SCVRPT report lists the exceptions - depositors with no
      * address or no date of birth on CUSTOMER, and accounts left
      * out for want of a rate - followed by the run totals. A
      * missing rate ends the run RC 4, since the file then
      * understates those depositors; a DB2 failure withholds the
      * trailer and ends it RC 8. Read-only; logged on
      * BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSDPSCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SCV-FILE ASSIGN TO SCVFILE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS SCVFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO SCVRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCV-FILE
            RECORD CONTAINS 400
            RECORDING MODE IS F.

       01 SCV-FILEREC.
           COPY CBSSCVR.
      * PATH : .../Cobol Include/CBSSCVR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 SV-CUID                     PIC 9(9).
      *    05 SV-CUSTOMER-NAME            PIC X(60).
      *    05 SV-CUSTOMER-ADDRESS         PIC X(250).
      *    05 SV-DATE-OF-BIRTH            PIC X(10).
      *    05 SV-ACCOUNT-COUNT            PIC 9(5).
      *    05 SV-ELIGIBLE-BALANCE         PIC 9(15)V99.
      *    05 SV-COVERED-AMOUNT           PIC 9(15)V99.
      *    05 SV-UNCOVERED-AMOUNT         PIC 9(15)V99.

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
       01 SCVFILE-STATUS               PIC X(02) VALUE SPACES.
          88 SCVFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-FAILED-SWITCH             PIC X VALUE 'N'.
          88 WS-RUN-FAILED             VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-FEED-ID               PIC X(8) VALUE 'DEPSCV'.
          05 WK-REPORTING-CURRENCY    PIC X(3) VALUE 'USD'.
      * Statutory protection limit per depositor, in the reporting
      * currency.
          05 WK-COVERAGE-LIMIT        PIC S9(13)V99 USAGE COMP-3
                                      VALUE 250000.00.
          05 WK-PRIMARY-ROLE          PIC X(1) VALUE 'P'.
          05 WK-JOINT-ROLE            PIC X(1) VALUE 'J'.
          05 WK-NORATE-RC             PIC S9(4) USAGE COMP VALUE 4.
          05 WK-FAILED-RC             PIC S9(4) USAGE COMP VALUE 8.
      * One owner's share of one account, as fetched.
       01 WS-ROW-CUID                  PIC S9(9) USAGE COMP.
       01 WS-ROW-ACCOUNT               PIC S9(18) USAGE COMP.
       01 WS-ROW-CURRENCY              PIC X(3).
       01 WS-ROW-BALANCE               PIC S9(18) USAGE COMP.
       01 WS-ROW-HOLDERS               PIC S9(9) USAGE COMP.
       01 WS-SHARE-NATIVE              PIC S9(15)V99 USAGE COMP-3.
       01 WS-SHARE-CONVERTED           PIC S9(15)V99 USAGE COMP-3.
      * Last rate looked up, so a run of accounts in one currency
      * reads CBS_FX_RATE once.
       01 WS-RATE-CURRENCY             PIC X(3) VALUE SPACES.
       01 WS-RATE-FOUND-SWITCH         PIC X VALUE 'N'.
          88 WS-RATE-FOUND             VALUE 'Y'.
      * The depositor being accumulated (control break on CUID).
       01 WS-CURR-CUID                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CUST-ACCOUNTS             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CUST-ELIGIBLE             PIC S9(15)V99 USAGE COMP-3.
       01 WS-CUST-COVERED              PIC S9(15)V99 USAGE COMP-3.
       01 WS-CUST-UNCOVERED            PIC S9(15)V99 USAGE COMP-3.
       01 WS-CUST-RATE-SWITCH          PIC X VALUE 'N'.
          88 WS-CUST-RATE-MISSING      VALUE 'Y'.
       01 WS-DOB-IND                   PIC S9(4) USAGE COMP.
       01 WS-BEREAVED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-EXCEPTION-REASON          PIC X(40).
      * Run totals.
       01 WS-ACCOUNT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DEPOSITOR-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-EXCEPTION-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NORATE-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-ELIGIBLE            PIC S9(15)V99 USAGE COMP-3
          VALUE 0.
       01 WS-TOTAL-COVERED             PIC S9(15)V99 USAGE COMP-3
          VALUE 0.
       01 WS-TOTAL-UNCOVERED           PIC S9(15)V99 USAGE COMP-3
          VALUE 0.
       01 WS-CUID-DISPLAY              PIC 9(9).
       01 WS-ACCOUNT-DISPLAY           PIC 9(18).
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NATIVE-DISPLAY            PIC -,---,---,---,---,--9.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      * PATH : .../Cobol Include/CUSTCPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 CUSTOMER-ID                PIC 9(9).
      *    10 CUSTOMER-NAME              PIC X(60).
      *    10 CUSTOMER-ADDRESS           PIC X(250).
      *    10 CUSTOMER-DOB               PIC X(10).
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      *    10 ACCT-STATUS-ESCHEATED PIC X(10) VALUE 'ESCHEATED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSFXRT / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-FX-RATE.  01 DCLBATCH-RUN-LOG.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************
      * Control header/trailer for the SCV file.
           COPY CBSFEEDC.

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSFXRT
           END-EXEC.

      * Every owner's share of every eligible account, in CUID order:
      * the ACTIVE primary and joint holders of accounts that have
      * party rows, each with the number of such holders, and the
      * CUSTOMER_ID of accounts that have none.
           EXEC SQL
             DECLARE SCVACCTCSR CURSOR FOR
                SELECT X.CUID, X.ACCOUNT_NUMBER, X.CURRENCY,
                       X.LEDGER_BALANCE, X.HOLDERS
                  FROM ( SELECT P.CUID, A.ACCOUNT_NUMBER, A.CURRENCY,
                                A.LEDGER_BALANCE,
                                ( SELECT COUNT(*)
                                    FROM CBS_ACCT_PARTY Q
                                   WHERE Q.ACCOUNT_NUMBER =
                                         A.ACCOUNT_NUMBER
                                     AND Q.PARTY_ROLE IN
                                         ( :WK-PRIMARY-ROLE,
                                           :WK-JOINT-ROLE )
                                     AND Q.PARTY_STATUS =
                                         :ACCT-STATUS-ACTIVE )
                                AS HOLDERS
                           FROM CBS_ACCT_MSTR_DTL A,
                                CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.PARTY_ROLE IN
                                ( :WK-PRIMARY-ROLE, :WK-JOINT-ROLE )
                            AND P.PARTY_STATUS = :ACCT-STATUS-ACTIVE
                            AND A.ACCOUNT_STATUS <>
                                :ACCT-STATUS-ESCHEATED
                         UNION ALL
                         SELECT A.CUSTOMER_ID, A.ACCOUNT_NUMBER,
                                A.CURRENCY, A.LEDGER_BALANCE, 1
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.ACCOUNT_STATUS <>
                                :ACCT-STATUS-ESCHEATED
                            AND NOT EXISTS
                                ( SELECT 1 FROM CBS_ACCT_PARTY Q
                                   WHERE Q.ACCOUNT_NUMBER =
                                         A.ACCOUNT_NUMBER
                                     AND Q.PARTY_ROLE IN
                                         ( :WK-PRIMARY-ROLE,
                                           :WK-JOINT-ROLE )
                                     AND Q.PARTY_STATUS =
                                         :ACCT-STATUS-ACTIVE ) ) X
                 ORDER BY X.CUID, X.ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           OPEN OUTPUT SCV-FILE
           IF NOT SCVFILE-STATUS-OK
              DISPLAY 'ERROR OPENING SCV FILE. STATUS='
                SCVFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM WRITE-FEED-HEADER.

           EXEC SQL
                OPEN SCVACCTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSDPSCV) ACCOUNT CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
              SET WS-RUN-FAILED TO TRUE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-SHARE
           END-IF.
           IF NOT WS-END-OF-CURSOR
              PERFORM START-DEPOSITOR
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              IF WS-ROW-CUID NOT = WS-CURR-CUID
                 PERFORM FINISH-DEPOSITOR
                 PERFORM START-DEPOSITOR
              END-IF
              PERFORM ADD-ACCOUNT-SHARE
              PERFORM FETCH-NEXT-SHARE
           END-PERFORM.
           IF WS-CUST-ACCOUNTS > 0
              AND NOT WS-RUN-FAILED
              PERFORM FINISH-DEPOSITOR
           END-IF.
           EXEC SQL
                CLOSE SCVACCTCSR
           END-EXEC.

           PERFORM WRITE-FEED-TRAILER.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-DEPOSITOR-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSDPSCV) DEPOSITORS WRITTEN:   ' WS-COUNT-DISPLAY.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSDPSCV) ACCOUNT SHARES READ:  ' WS-COUNT-DISPLAY.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSDPSCV) DATA EXCEPTIONS:      ' WS-COUNT-DISPLAY.
           MOVE WS-NORATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSDPSCV) SHARES WITHOUT RATE:  ' WS-COUNT-DISPLAY.

           CLOSE SCV-FILE.
           CLOSE REPORT-FILE.
           IF WS-RUN-FAILED
              MOVE WK-FAILED-RC TO RETURN-CODE
           ELSE
              IF WS-NORATE-COUNT > 0
                 MOVE WK-NORATE-RC TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card the
      * balances and rates are taken as at. A missing card falls back
      * to CURRENT DATE.
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
       FETCH-NEXT-SHARE.
           EXEC SQL
                FETCH SCVACCTCSR
                 INTO :WS-ROW-CUID, :WS-ROW-ACCOUNT, :WS-ROW-CURRENCY,
                      :WS-ROW-BALANCE, :WS-ROW-HOLDERS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-ACCOUNT-COUNT
              WHEN OTHER
                 DISPLAY '(CBSDPSCV) ACCOUNT FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * START-DEPOSITOR clears the accumulators for the CUID just
      * fetched.
       START-DEPOSITOR.
           MOVE WS-ROW-CUID TO WS-CURR-CUID.
           MOVE 0 TO WS-CUST-ACCOUNTS.
           MOVE 0 TO WS-CUST-ELIGIBLE.
           MOVE 'N' TO WS-CUST-RATE-SWITCH.

      ******************************************************************
      * ADD-ACCOUNT-SHARE adds one owner's share of one account. The
      * share of a credit balance is split evenly among the holders
      * and converted at the business date's rate; a currency with
      * no rate is listed and the share left out.
       ADD-ACCOUNT-SHARE.
           ADD 1 TO WS-CUST-ACCOUNTS.
           IF WS-ROW-BALANCE > 0
              IF WS-ROW-HOLDERS < 1
                 MOVE 1 TO WS-ROW-HOLDERS
              END-IF
              COMPUTE WS-SHARE-NATIVE ROUNDED =
                      WS-ROW-BALANCE / WS-ROW-HOLDERS
              PERFORM GET-REPORTING-RATE
              IF WS-RATE-FOUND
                 COMPUTE WS-SHARE-CONVERTED ROUNDED =
                         WS-SHARE-NATIVE * FX-RATE-TO-REPORTING
                 ADD WS-SHARE-CONVERTED TO WS-CUST-ELIGIBLE
              ELSE
                 SET WS-CUST-RATE-MISSING TO TRUE
                 ADD 1 TO WS-NORATE-COUNT
                 PERFORM WRITE-NORATE-LINE
              END-IF
           END-IF.

      ******************************************************************
      * GET-REPORTING-RATE sets FX-RATE-TO-REPORTING for
      * WS-ROW-CURRENCY: 1 for the reporting currency itself,
      * otherwise the CBS_FX_RATE row for the business date.
       GET-REPORTING-RATE.
           IF WS-ROW-CURRENCY NOT = WS-RATE-CURRENCY
              MOVE WS-ROW-CURRENCY TO WS-RATE-CURRENCY
              MOVE 'N' TO WS-RATE-FOUND-SWITCH
              IF WS-ROW-CURRENCY = WK-REPORTING-CURRENCY
                 MOVE 1 TO FX-RATE-TO-REPORTING
                 SET WS-RATE-FOUND TO TRUE
              ELSE
                 MOVE WS-ROW-CURRENCY  TO FX-CURRENCY
                 MOVE WS-BUSINESS-DATE TO FX-RATE-DATE
                 EXEC SQL
                      SELECT RATE_TO_REPORTING
                        INTO :FX-RATE-TO-REPORTING
                        FROM CBS_FX_RATE
                       WHERE CURRENCY = :FX-CURRENCY
                         AND RATE_DATE = :FX-RATE-DATE
                 END-EXEC
                 EVALUATE SQLCODE
                    WHEN 0
                       SET WS-RATE-FOUND TO TRUE
                    WHEN 100
                       CONTINUE
                    WHEN OTHER
                       DISPLAY '(CBSDPSCV) RATE LOOKUP FAILED.'
                         ' SQLCODE=' SQLCODE
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-END-OF-CURSOR TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.

      ******************************************************************
      * FINISH-DEPOSITOR splits the total at the statutory limit,
      * picks up the depositor's CUSTOMER row for the identifying
      * details and writes the SCV record.
       FINISH-DEPOSITOR.
           IF WS-CUST-ELIGIBLE > WK-COVERAGE-LIMIT
              MOVE WK-COVERAGE-LIMIT TO WS-CUST-COVERED
           ELSE
              MOVE WS-CUST-ELIGIBLE TO WS-CUST-COVERED
           END-IF.
           COMPUTE WS-CUST-UNCOVERED =
                   WS-CUST-ELIGIBLE - WS-CUST-COVERED.

           MOVE SPACES TO SCV-FILEREC.
           MOVE WS-CURR-CUID          TO SV-CUID.
           MOVE WS-CUST-ACCOUNTS      TO SV-ACCOUNT-COUNT.
           MOVE WK-REPORTING-CURRENCY TO SV-REPORTING-CURRENCY.
           MOVE WS-CUST-ELIGIBLE      TO SV-ELIGIBLE-BALANCE.
           MOVE WS-CUST-COVERED       TO SV-COVERED-AMOUNT.
           MOVE WS-CUST-UNCOVERED     TO SV-UNCOVERED-AMOUNT.
           MOVE 'N' TO SV-DATA-EXCEPTION.
           MOVE 'N' TO SV-RATE-EXCEPTION.
           MOVE 'N' TO SV-DECEASED.
           IF WS-CUST-RATE-MISSING
              MOVE 'Y' TO SV-RATE-EXCEPTION
           END-IF.
           PERFORM GET-DEPOSITOR-DETAILS.

           WRITE SCV-FILEREC
           IF NOT SCVFILE-STATUS-OK
              DISPLAY 'ERROR WRITING SCV FILE.'
              SET WS-RUN-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-DEPOSITOR-COUNT
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD SV-CUID TO FC-T-HASH-TOTAL
              ADD WS-CUST-ELIGIBLE  TO WS-TOTAL-ELIGIBLE
              ADD WS-CUST-COVERED   TO WS-TOTAL-COVERED
              ADD WS-CUST-UNCOVERED TO WS-TOTAL-UNCOVERED
           END-IF.

      ******************************************************************
      * GET-DEPOSITOR-DETAILS fills the name, address and date of
      * birth from CUSTOMER and the deceased flag from
      * CUST_BEREAVEMENT. A depositor with no CUSTOMER row, no
      * address or no date of birth is a data exception: flagged on
      * the record and listed on the report.
       GET-DEPOSITOR-DETAILS.
           MOVE WS-CURR-CUID TO CUSTOMER-ID.
           MOVE SPACES TO CUSTOMER-DOB.
           EXEC SQL
                SELECT CUSTNAME, ADDRESS, DATE_OF_BIRTH
                  INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS,
                       :CUSTOMER-DOB :WS-DOB-IND
                  FROM CUSTOMER
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE CUSTOMER-NAME    TO SV-CUSTOMER-NAME
                 MOVE CUSTOMER-ADDRESS TO SV-CUSTOMER-ADDRESS
                 IF WS-DOB-IND < 0
                    MOVE SPACES TO CUSTOMER-DOB
                 END-IF
                 MOVE CUSTOMER-DOB     TO SV-DATE-OF-BIRTH
                 IF CUSTOMER-ADDRESS = SPACES
                    MOVE 'NO ADDRESS ON CUSTOMER'
                      TO WS-EXCEPTION-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
                 IF CUSTOMER-DOB = SPACES
                    MOVE 'NO DATE OF BIRTH ON CUSTOMER'
                      TO WS-EXCEPTION-REASON
                    PERFORM WRITE-EXCEPTION-LINE
                 END-IF
              WHEN 100
                 MOVE SPACES TO CUSTOMER-NAME
                 MOVE 'NO CUSTOMER ROW FOR THE CUID'
                   TO WS-EXCEPTION-REASON
                 PERFORM WRITE-EXCEPTION-LINE
              WHEN OTHER
                 DISPLAY '(CBSDPSCV) CUSTOMER LOOKUP FAILED. CUID='
                   CUSTOMER-ID ' SQLCODE=' SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
           IF SV-DATA-EXCEPTION = 'Y'
              ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-BEREAVED-COUNT
                  FROM CUST_BEREAVEMENT
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSDPSCV) BEREAVEMENT LOOKUP FAILED. CUID='
                CUSTOMER-ID ' SQLCODE=' SQLCODE
              SET WS-RUN-FAILED TO TRUE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              IF WS-BEREAVED-COUNT > 0
                 MOVE 'Y' TO SV-DECEASED
              END-IF
           END-IF.

      ******************************************************************
       WRITE-FEED-HEADER.
           MOVE WK-FEED-ID       TO FC-H-FEED-ID.
           MOVE WS-BUSINESS-DATE TO FC-H-BUSINESS-DATE.
           MOVE 1                TO FC-H-GENERATION.
           MOVE 0 TO FC-T-DETAIL-COUNT.
           MOVE 0 TO FC-T-HASH-TOTAL.
           WRITE SCV-FILEREC FROM FC-FEED-HEADER
           IF NOT SCVFILE-STATUS-OK
              DISPLAY 'ERROR WRITING FEED HEADER.'
              SET WS-RUN-FAILED TO TRUE
           END-IF.

      ******************************************************************
      * WRITE-FEED-TRAILER closes the file for the scheme - unless
      * the run failed, when the trailer is withheld so CBSFDVFY and
      * the scheme reject the partial file.
       WRITE-FEED-TRAILER.
           IF WS-RUN-FAILED
              DISPLAY '(CBSDPSCV) RUN INCOMPLETE - SCV TRAILER'
                ' WITHHELD'
           ELSE
              WRITE SCV-FILEREC FROM FC-FEED-TRAILER
              IF NOT SCVFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING FEED TRAILER.'
                 SET WS-RUN-FAILED TO TRUE
              END-IF
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DEPOSIT PROTECTION SINGLE CUSTOMER VIEW - '
                   'EXCEPTIONS  BUSINESS DATE ' WS-BUSINESS-DATE
                   '  REPORTING CCY ' WK-REPORTING-CURRENCY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CUID      NAME                         '
                   '                                EXCEPTION'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
      * WRITE-EXCEPTION-LINE lists one missing-data exception for the
      * depositor and flags the record.
       WRITE-EXCEPTION-LINE.
           MOVE 'Y' TO SV-DATA-EXCEPTION.
           MOVE WS-CURR-CUID TO WS-CUID-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CUID-DISPLAY ' ' CUSTOMER-NAME ' '
                   WS-EXCEPTION-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
       WRITE-NORATE-LINE.
           MOVE WS-ROW-CUID    TO WS-CUID-DISPLAY.
           MOVE WS-ROW-ACCOUNT TO WS-ACCOUNT-DISPLAY.
           MOVE WS-ROW-BALANCE TO WS-NATIVE-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CUID-DISPLAY ' ACCOUNT ' WS-ACCOUNT-DISPLAY ' '
                   WS-ROW-CURRENCY ' ' WS-NATIVE-DISPLAY
                   ' ** NO RATE FOR DATE - LEFT OUT **'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DEPOSITOR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DEPOSITORS ON FILE:      ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'WITH MISSING DATA:       ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-NORATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SHARES WITHOUT A RATE:   ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-ELIGIBLE TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL ELIGIBLE BALANCE:  ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-COVERED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL COVERED:           ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-UNCOVERED TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL UNCOVERED:         ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-RUN-FAILED
              MOVE SPACES TO REPORT-LINE
              STRING '** RUN FAILED - SCV FILE INCOMPLETE, TRAILER '
                      'WITHHELD **'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
              WRITE REPORT-LINE
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSDPSCV' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSDPSCV) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the account shares read, the depositors written, the
      * data exceptions and the return code.
       WRITE-RUN-LOG-END.
           MOVE WS-ACCOUNT-COUNT   TO RL-RECORDS-READ.
           MOVE WS-DEPOSITOR-COUNT TO RL-RECORDS-UPDATED.
           MOVE WS-EXCEPTION-COUNT TO RL-RECORDS-FAILED.
           IF WS-RUN-FAILED
              MOVE WK-FAILED-RC TO RL-RETURN-CODE
           ELSE
              IF WS-NORATE-COUNT > 0
                 MOVE WK-NORATE-RC TO RL-RETURN-CODE
              ELSE
                 MOVE 0 TO RL-RETURN-CODE
              END-IF
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
              DISPLAY '(CBSDPSCV) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
