      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSINTCT
      ******************************************************************
      * Year-end interest certificates and the tax authority's annual
      * return. CBSINTFE pays credit interest each month-end and
      * withholds tax from it at source; once the year is closed
      * every customer paid interest is owed a statement of what they
      * were paid and what was withheld, and the authority wants the
      * same figures per taxpayer. This runs only when the BUSDATE
      * processing-calendar card marks year-end, for the calendar
      * year of the business date, and reads the year's accepted
      * CBSINTFE interest ('INT') and withholding ('WHT') postings on
      * CBS_ACCT_TXN_HIST - leaving out any that CBSTXREV reversed -
      * totalled per account and grouped by the account's customer
      * (CUSTOMER_ID, live or archived account), the customer whose
      * declared status the withholding was worked from.
      *
      *  - INTCERT is the certificate print file, in CBSSTMT's ASA
      *    style: a page per customer with name and address, tax
      *    status and taxpayer identifier, one line per account in
      *    its own currency (gross, tax, net) and the totals in the
      *    reporting currency.
      *  - INTTAXRT is the annual return (CBSITRR layout, CBSFEEDC
      *    header and trailer, feed INTTAX, hash on the CUID): one
      *    record per taxpayer with the totals converted at the
      *    year-end business date's CBS_FX_RATE rows.
      *
      * An account in a currency with no rate for the date is left
      * out of the customer's converted totals and flagged; the run
      * then ends RC 4. A DB2 failure withholds the return's trailer
      * and ends the run RC 8. A missing card refuses the run rather
      * than certifying the wrong year.
      *
      * Each certificate is first checked against the returned-mail
      * register through TCSCRMCK: to an undeliverable address it is
      * not printed but recorded on the held-mail report (TCSCHMRP)
      * for the branch TCSCRMCK works out, and counted separately.
      * The customer's return record is written either way - the
      * authority is owed the figures whether or not the certificate
      * can be posted. Nothing is updated but those held-mail rows;
      * logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSINTCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTIFICATE-FILE ASSIGN TO INTCERT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS CERTFILE-STATUS.

           SELECT RETURN-FILE ASSIGN TO INTTAXRT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS RETFILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ASA print file: byte 1 is carriage control, '1' topping a new
      * page for each customer's certificate.
       FD CERTIFICATE-FILE
            RECORD CONTAINS 133
            RECORDING MODE IS F.
       01 CERTIFICATE-LINE.
          05 CERT-CC                   PIC X(1).
          05 CERT-TEXT                 PIC X(132).

       FD RETURN-FILE
            RECORD CONTAINS 150
            RECORDING MODE IS F.
       01 RETURN-FILEREC.
           COPY CBSITRR.
      * PATH : .../Cobol Include/CBSITRR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 IR-CUID                     PIC 9(9).
      *    05 IR-GROSS-INTEREST           PIC 9(13)V99.
      *    05 IR-TAX-WITHHELD             PIC 9(13)V99.

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 CERTFILE-STATUS              PIC X(02) VALUE SPACES.
          88 CERTFILE-STATUS-OK        VALUE '00'.
       01 RETFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RETFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-YEAR-END           VALUE 'Y'.
      * The tax year certified: the calendar year of the business
      * date, first to last day.
       01 WS-TAX-YEAR                  PIC X(4).
       01 WS-YEAR-FROM                 PIC X(10).
       01 WS-YEAR-TO                   PIC X(10).
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-FAILED-SWITCH             PIC X VALUE 'N'.
          88 WS-RUN-FAILED             VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-FEED-ID               PIC X(8) VALUE 'INTTAX'.
          05 WK-REPORTING-CURRENCY    PIC X(3) VALUE 'USD'.
          05 WK-INTEREST-USERID       PIC X(10) VALUE 'CBSINTFE'.
          05 WK-UNDECLARED-STATUS     PIC X(1) VALUE 'U'.
          05 WK-NORATE-RC             PIC S9(4) USAGE COMP VALUE 4.
          05 WK-FAILED-RC             PIC S9(4) USAGE COMP VALUE 8.
      * One account's year, as fetched.
       01 WS-ROW-CUID                  PIC S9(9) USAGE COMP.
       01 WS-ROW-ACCOUNT               PIC S9(18) USAGE COMP.
       01 WS-ROW-CURRENCY              PIC X(3).
       01 WS-ROW-GROSS                 PIC S9(18) USAGE COMP.
       01 WS-ROW-TAX                   PIC S9(18) USAGE COMP.
       01 WS-ROW-NET                   PIC S9(18) USAGE COMP.
      * Last rate looked up, so a run of accounts in one currency
      * reads CBS_FX_RATE once.
       01 WS-RATE-CURRENCY             PIC X(3) VALUE SPACES.
       01 WS-RATE-FOUND-SWITCH         PIC X VALUE 'N'.
          88 WS-RATE-FOUND             VALUE 'Y'.
      * The customer being certified (control break on CUID).
       01 WS-CURR-CUID                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CUST-ACCOUNTS             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CUST-GROSS                PIC S9(15)V99 USAGE COMP-3.
       01 WS-CUST-TAX                  PIC S9(15)V99 USAGE COMP-3.
       01 WS-CUST-NET                  PIC S9(15)V99 USAGE COMP-3.
       01 WS-CONVERTED                 PIC S9(15)V99 USAGE COMP-3.
       01 WS-CUST-RATE-SWITCH          PIC X VALUE 'N'.
          88 WS-CUST-RATE-MISSING      VALUE 'Y'.
       01 WS-CERT-HELD-SWITCH          PIC X VALUE 'N'.
          88 WS-CERT-HELD              VALUE 'Y'.
       01 WS-TAX-STATUS                PIC X(1).
       01 WS-TAX-STATUS-TEXT           PIC X(12).
      * Run totals.
       01 WS-ACCOUNT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CERT-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NORATE-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CUID-DISPLAY              PIC 9(9).
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-ACCT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-GROSS-DISPLAY         PIC -,---,---,---,--9.
       01 WS-RPT-TAX-DISPLAY           PIC -,---,---,---,--9.
       01 WS-RPT-NET-DISPLAY           PIC -,---,---,---,--9.
       01 WS-TOT-GROSS-DISPLAY         PIC -,---,---,---,--9.99.
       01 WS-TOT-TAX-DISPLAY           PIC -,---,---,---,--9.99.
       01 WS-TOT-NET-DISPLAY           PIC -,---,---,---,--9.99.

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      * PATH : .../Cobol Include/CUSTCPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 CUSTOMER-ID                PIC 9(9).
      *    10 CUSTOMER-NAME              PIC X(60).
      *    10 CUSTOMER-ADDRESS           PIC X(250).
      ******************************************************************
      * PATH : .../Cobol Include/CUSTTAXS / CBSFXRT / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-TAX-STATUS.  01 DCLCBS-FX-RATE.
      *01  DCLBATCH-RUN-LOG.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************
      * Control header/trailer for the annual return.
           COPY CBSFEEDC.

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTTAXS
           END-EXEC.

           EXEC SQL
             INCLUDE CBSFXRT
           END-EXEC.

      * The year's interest and withholding per account, in customer
      * order. An account closed and archived since it was last paid
      * is found on CBS_ACCT_MSTR_ARCHIVE.
           EXEC SQL
             DECLARE INTCERTCSR CURSOR FOR
                SELECT A.CUSTOMER_ID, H.ACCOUNT_NUMBER, H.CURRENCY,
                       SUM( CASE WHEN SUBSTR(H.TXN_REF, 1, 3) = 'INT'
                                 THEN H.TXN_AMOUNT ELSE 0 END ),
                       SUM( CASE WHEN SUBSTR(H.TXN_REF, 1, 3) = 'WHT'
                                 THEN H.TXN_AMOUNT ELSE 0 END )
                  FROM CBS_ACCT_TXN_HIST H,
                       ( SELECT ACCOUNT_NUMBER, CUSTOMER_ID
                           FROM CBS_ACCT_MSTR_DTL
                         UNION ALL
                         SELECT ACCOUNT_NUMBER, CUSTOMER_ID
                           FROM CBS_ACCT_MSTR_ARCHIVE ) A
                 WHERE A.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                   AND H.DISPOSITION = 'A'
                   AND H.POST_USERID = :WK-INTEREST-USERID
                   AND SUBSTR(H.TXN_REF, 1, 3) IN ( 'INT', 'WHT' )
                   AND H.VALUE_DATE BETWEEN :WS-YEAR-FROM
                                        AND :WS-YEAR-TO
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_TXN_REVERSAL V
                          WHERE V.ORIGINAL_REF = H.TXN_REF
                            AND ( V.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                               OR V.CONTRA_ACCOUNT =
                                  H.ACCOUNT_NUMBER ) )
                 GROUP BY A.CUSTOMER_ID, H.ACCOUNT_NUMBER, H.CURRENCY
                 ORDER BY 1, 2
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           IF NOT WS-DAY-YEAR-END
              DISPLAY '(CBSINTCT) NOT YEAR-END ON CALENDAR -'
                ' CERTIFICATE RUN SKIPPED'
              STOP RUN
           END-IF.
           MOVE WS-BUSINESS-DATE(1:4) TO WS-TAX-YEAR.
           STRING WS-TAX-YEAR '-01-01'
                   DELIMITED BY SIZE
                   INTO WS-YEAR-FROM
           END-STRING.
           STRING WS-TAX-YEAR '-12-31'
                   DELIMITED BY SIZE
                   INTO WS-YEAR-TO
           END-STRING.
           PERFORM WRITE-RUN-LOG-START.

           OPEN OUTPUT CERTIFICATE-FILE
           IF NOT CERTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING CERTIFICATE FILE. STATUS='
                CERTFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT RETURN-FILE
           IF NOT RETFILE-STATUS-OK
              DISPLAY 'ERROR OPENING RETURN FILE. STATUS='
                RETFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-FEED-HEADER.

           EXEC SQL
                OPEN INTCERTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSINTCT) INTEREST CURSOR OPEN FAILED.'
                ' SQLCODE=' SQLCODE
              SET WS-RUN-FAILED TO TRUE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-ACCOUNT-YEAR
           END-IF.
           IF NOT WS-END-OF-CURSOR
              PERFORM START-CERTIFICATE
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              IF WS-ROW-CUID NOT = WS-CURR-CUID
                 PERFORM FINISH-CERTIFICATE
                 PERFORM START-CERTIFICATE
              END-IF
              IF NOT WS-END-OF-CURSOR
                 PERFORM WRITE-ACCOUNT-YEAR-LINE
                 PERFORM FETCH-NEXT-ACCOUNT-YEAR
              END-IF
           END-PERFORM.
           IF WS-CUST-ACCOUNTS > 0
              AND NOT WS-RUN-FAILED
              PERFORM FINISH-CERTIFICATE
           END-IF.
           EXEC SQL
                CLOSE INTCERTCSR
           END-EXEC.
      * Commits the CUST_HELD_MAIL rows TCSCRMCK recorded.
           EXEC SQL
                COMMIT
           END-EXEC.

           PERFORM WRITE-FEED-TRAILER.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-CERT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSINTCT) CERTIFICATES PRODUCED: '
             WS-COUNT-DISPLAY ' FOR TAX YEAR ' WS-TAX-YEAR.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSINTCT) CERTIFICATES HELD:     '
             WS-COUNT-DISPLAY ' (RETURNED MAIL)'.
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSINTCT) ACCOUNTS CERTIFIED:    '
             WS-COUNT-DISPLAY.
           MOVE WS-NORATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSINTCT) ACCOUNTS WITHOUT RATE: '
             WS-COUNT-DISPLAY.

           CLOSE CERTIFICATE-FILE.
           CLOSE RETURN-FILE.
           IF WS-RUN-FAILED
              MOVE WK-FAILED-RC TO RETURN-CODE
           ELSE
              IF WS-NORATE-COUNT > 0
                 MOVE WK-NORATE-RC TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card. The
      * certificate run has no sensible fallback date - without a
      * card it refuses to run rather than certifying the wrong year.
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
              DISPLAY '(CBSINTCT) NO PROCESSING-CALENDAR CARD -'
                ' CERTIFICATE RUN SKIPPED'
              STOP RUN
           END-IF.

      ******************************************************************
       FETCH-NEXT-ACCOUNT-YEAR.
           EXEC SQL
                FETCH INTCERTCSR
                 INTO :WS-ROW-CUID, :WS-ROW-ACCOUNT, :WS-ROW-CURRENCY,
                      :WS-ROW-GROSS, :WS-ROW-TAX
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-ACCOUNT-COUNT
              WHEN OTHER
                 DISPLAY '(CBSINTCT) INTEREST FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * START-CERTIFICATE clears the accumulators for the CUID just
      * fetched, picks up the customer's name, address and tax
      * declaration, and writes the certificate's opening block. A
      * certificate held for returned mail goes through the same
      * steps but WRITE-CERTIFICATE-LINE prints none of it.
       START-CERTIFICATE.
           MOVE WS-ROW-CUID TO WS-CURR-CUID.
           MOVE 0 TO WS-CUST-ACCOUNTS.
           MOVE 0 TO WS-CUST-GROSS.
           MOVE 0 TO WS-CUST-TAX.
           MOVE 'N' TO WS-CUST-RATE-SWITCH.
           PERFORM GET-CUSTOMER-DETAILS.
           MOVE 'N' TO WS-CERT-HELD-SWITCH.
           PERFORM CHECK-RETURNED-MAIL.
           IF CUSTRM-HELD
              SET WS-CERT-HELD TO TRUE
           END-IF.

           MOVE WS-CURR-CUID TO WS-CUID-DISPLAY.
           MOVE '1' TO CERT-CC.
           MOVE SPACES TO CERT-TEXT.
           STRING 'ANNUAL INTEREST CERTIFICATE   TAX YEAR '
                   WS-TAX-YEAR '   ISSUED ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO CERT-TEXT
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE CUSTOMER-NAME TO CERT-TEXT.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE CUSTOMER-ADDRESS(1:132) TO CERT-TEXT.
           PERFORM WRITE-CERTIFICATE-LINE.
           MOVE CUSTOMER-ADDRESS(133:118) TO CERT-TEXT.
           PERFORM WRITE-CERTIFICATE-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           STRING 'CUSTOMER ' WS-CUID-DISPLAY
                   '   TAX STATUS ' WS-TAX-STATUS-TEXT
                   '   TAXPAYER ID ' TS-TAXPAYER-ID
                   DELIMITED BY SIZE
                   INTO CERT-TEXT
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.
           PERFORM WRITE-CERTIFICATE-LINE.
           STRING 'ACCOUNT-NUMBER     CCY    GROSS-INTEREST'
                   '       TAX-WITHHELD       NET-INTEREST'
                   DELIMITED BY SIZE
                   INTO CERT-TEXT
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the customer's
      * address is undeliverable; with no branch given, TCSCRMCK
      * holds the certificate at the customer's lowest-named base
      * branch. If the register cannot be read the certificate is
      * printed as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE WS-CURR-CUID     TO CUSTRM-CUSTOMER-KEY.
           MOVE 'INTC'           TO CUSTRM-DOC-TYPE.
           MOVE 'CBSINTCT'       TO CUSTRM-PROGRAM-NAME.
           MOVE WS-CURR-CUID     TO WS-CUID-DISPLAY.
           MOVE WS-CUID-DISPLAY  TO CUSTRM-DOC-REF.
           MOVE WS-BUSINESS-DATE TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * GET-CUSTOMER-DETAILS reads CUSTOMER (or CUSTOMER_ARCHIVE for
      * a customer closed and archived since) and CUST_TAX_STATUS. A
      * customer who has not declared is reported as 'U'.
       GET-CUSTOMER-DETAILS.
           MOVE WS-CURR-CUID TO CUSTOMER-ID.
           MOVE SPACES TO CUSTOMER-NAME.
           MOVE SPACES TO CUSTOMER-ADDRESS.
           EXEC SQL
                SELECT CUSTNAME, ADDRESS
                  INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS
                  FROM CUSTOMER
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                   SELECT CUSTNAME, ADDRESS
                     INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS
                     FROM CUSTOMER_ARCHIVE
                    WHERE CUID = :CUSTOMER-ID
              END-EXEC
           END-IF.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 DISPLAY '(CBSINTCT) NO CUSTOMER ROW FOR CUID '
                   CUSTOMER-ID
              WHEN OTHER
                 DISPLAY '(CBSINTCT) CUSTOMER LOOKUP FAILED. CUID='
                   CUSTOMER-ID ' SQLCODE=' SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

           MOVE WS-CURR-CUID TO TS-CUID.
           MOVE SPACES TO TS-TAXPAYER-ID.
           EXEC SQL
                SELECT TAX_STATUS, TAXPAYER_ID
                  INTO :TS-TAX-STATUS, :TS-TAXPAYER-ID
                  FROM CUST_TAX_STATUS
                 WHERE CUID = :TS-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE TS-TAX-STATUS TO WS-TAX-STATUS
              WHEN 100
                 MOVE WK-UNDECLARED-STATUS TO WS-TAX-STATUS
              WHEN OTHER
                 DISPLAY '(CBSINTCT) TAX STATUS LOOKUP FAILED. CUID='
                   TS-CUID ' SQLCODE=' SQLCODE
                 MOVE WK-UNDECLARED-STATUS TO WS-TAX-STATUS
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.
           EVALUATE WS-TAX-STATUS
              WHEN 'R'
                 MOVE 'RESIDENT' TO WS-TAX-STATUS-TEXT
              WHEN 'N'
                 MOVE 'NON-RESIDENT' TO WS-TAX-STATUS-TEXT
              WHEN 'E'
                 MOVE 'EXEMPT' TO WS-TAX-STATUS-TEXT
              WHEN OTHER
                 MOVE 'NOT DECLARED' TO WS-TAX-STATUS-TEXT
           END-EVALUATE.

      ******************************************************************
      * WRITE-ACCOUNT-YEAR-LINE prints one account's year in its own
      * currency and adds it, converted at the year-end rate, to the
      * customer's totals. A currency with no rate is left out of the
      * totals and flagged.
       WRITE-ACCOUNT-YEAR-LINE.
           ADD 1 TO WS-CUST-ACCOUNTS.
           COMPUTE WS-ROW-NET = WS-ROW-GROSS - WS-ROW-TAX.
           MOVE WS-ROW-ACCOUNT TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE WS-ROW-GROSS   TO WS-RPT-GROSS-DISPLAY.
           MOVE WS-ROW-TAX     TO WS-RPT-TAX-DISPLAY.
           MOVE WS-ROW-NET     TO WS-RPT-NET-DISPLAY.
           STRING WS-RPT-ACCOUNT-DISPLAY ' ' WS-ROW-CURRENCY ' '
                   WS-RPT-GROSS-DISPLAY '  ' WS-RPT-TAX-DISPLAY '  '
                   WS-RPT-NET-DISPLAY
                   DELIMITED BY SIZE
                   INTO CERT-TEXT
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.

           PERFORM GET-REPORTING-RATE.
           IF WS-RATE-FOUND
              COMPUTE WS-CONVERTED ROUNDED =
                      WS-ROW-GROSS * FX-RATE-TO-REPORTING
              ADD WS-CONVERTED TO WS-CUST-GROSS
              COMPUTE WS-CONVERTED ROUNDED =
                      WS-ROW-TAX * FX-RATE-TO-REPORTING
              ADD WS-CONVERTED TO WS-CUST-TAX
           ELSE
              SET WS-CUST-RATE-MISSING TO TRUE
              ADD 1 TO WS-NORATE-COUNT
              MOVE WS-CURR-CUID TO WS-CUID-DISPLAY
              DISPLAY '(CBSINTCT) NO ' WS-ROW-CURRENCY ' RATE FOR '
                WS-BUSINESS-DATE ' - ACCOUNT ' WS-RPT-ACCOUNT-DISPLAY
                ' OF CUID ' WS-CUID-DISPLAY ' LEFT OUT OF RETURN'
           END-IF.

      ******************************************************************
      * GET-REPORTING-RATE sets FX-RATE-TO-REPORTING for
      * WS-ROW-CURRENCY: 1 for the reporting currency itself,
      * otherwise the CBS_FX_RATE row for the year-end business date.
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
                       DISPLAY '(CBSINTCT) RATE LOOKUP FAILED.'
                         ' SQLCODE=' SQLCODE
                       SET WS-RUN-FAILED TO TRUE
                       SET WS-END-OF-CURSOR TO TRUE
                 END-EVALUATE
              END-IF
           END-IF.

      ******************************************************************
      * FINISH-CERTIFICATE closes the customer's certificate with the
      * converted totals and writes their return record.
       FINISH-CERTIFICATE.
           COMPUTE WS-CUST-NET = WS-CUST-GROSS - WS-CUST-TAX.
           MOVE WS-CUST-GROSS TO WS-TOT-GROSS-DISPLAY.
           MOVE WS-CUST-TAX   TO WS-TOT-TAX-DISPLAY.
           MOVE WS-CUST-NET   TO WS-TOT-NET-DISPLAY.
           PERFORM WRITE-CERTIFICATE-LINE.
           STRING 'TOTAL IN ' WK-REPORTING-CURRENCY '        '
                   WS-TOT-GROSS-DISPLAY ' ' WS-TOT-TAX-DISPLAY ' '
                   WS-TOT-NET-DISPLAY
                   DELIMITED BY SIZE
                   INTO CERT-TEXT
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.
           IF WS-CUST-RATE-MISSING
              STRING '(AN ACCOUNT WITH NO EXCHANGE RATE AT YEAR-END'
                      ' IS NOT INCLUDED IN THE TOTAL)'
                      DELIMITED BY SIZE
                      INTO CERT-TEXT
              END-STRING
              PERFORM WRITE-CERTIFICATE-LINE
           END-IF.
           MOVE WS-CUST-ACCOUNTS TO WS-ACCT-COUNT-DISPLAY.
           STRING '*** END OF CERTIFICATE - ' WS-ACCT-COUNT-DISPLAY
                   ' ACCOUNT(S) LISTED ***'
                   DELIMITED BY SIZE
                   INTO CERT-TEXT
           END-STRING.
           PERFORM WRITE-CERTIFICATE-LINE.
           IF WS-CERT-HELD
              ADD 1 TO WS-HELD-COUNT
           ELSE
              ADD 1 TO WS-CERT-COUNT
           END-IF.

           MOVE SPACES TO RETURN-FILEREC.
           MOVE WS-CURR-CUID          TO IR-CUID.
           MOVE WS-TAX-YEAR           TO IR-TAX-YEAR.
           MOVE WS-TAX-STATUS         TO IR-TAX-STATUS.
           MOVE TS-TAXPAYER-ID        TO IR-TAXPAYER-ID.
           MOVE CUSTOMER-NAME         TO IR-CUSTOMER-NAME.
           MOVE WK-REPORTING-CURRENCY TO IR-REPORTING-CURRENCY.
           MOVE WS-CUST-GROSS         TO IR-GROSS-INTEREST.
           MOVE WS-CUST-TAX           TO IR-TAX-WITHHELD.
           MOVE WS-CUST-ACCOUNTS      TO IR-ACCOUNT-COUNT.
           IF WS-CUST-RATE-MISSING
              MOVE 'Y' TO IR-RATE-EXCEPTION
           ELSE
              MOVE 'N' TO IR-RATE-EXCEPTION
           END-IF.
           WRITE RETURN-FILEREC
           IF NOT RETFILE-STATUS-OK
              DISPLAY 'ERROR WRITING RETURN FILE.'
              SET WS-RUN-FAILED TO TRUE
           ELSE
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD IR-CUID TO FC-T-HASH-TOTAL
           END-IF.

      ******************************************************************
       WRITE-CERTIFICATE-LINE.
           IF NOT WS-CERT-HELD
              WRITE CERTIFICATE-LINE
              IF NOT CERTFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING CERTIFICATE FILE.'
              END-IF
           END-IF.
           MOVE SPACE TO CERT-CC.
           MOVE SPACES TO CERT-TEXT.

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
      * WRITE-FEED-TRAILER closes the return for the authority -
      * unless the run failed, when the trailer is withheld so
      * CBSFDVFY rejects the partial file.
       WRITE-FEED-TRAILER.
           IF WS-RUN-FAILED
              DISPLAY '(CBSINTCT) RUN INCOMPLETE - RETURN TRAILER'
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
           MOVE 'CBSINTCT' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSINTCT) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the accounts read, the certificates produced or held,
      * the accounts left out for want of a rate and the return code.
       WRITE-RUN-LOG-END.
           MOVE WS-ACCOUNT-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-UPDATED =
                   WS-CERT-COUNT + WS-HELD-COUNT.
           MOVE WS-NORATE-COUNT  TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSINTCT) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
