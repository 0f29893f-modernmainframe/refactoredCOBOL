      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSAMLMN
      ******************************************************************
      * Nightly transaction monitoring. Nothing watched the money
      * CBSTXNP posts: nine credits just under the reporting threshold
      * in a week looked like anybody else's week. This runs the
      * scenarios on the AMLSCEN control cards (CBSAMLSC - one card
      * per scenario and currency, thresholds and windows set by
      * compliance) over the accepted CBS_ACCT_TXN_HIST rows up to the
      * BUSDATE business date:
      *
      *   LGCT  a single posting over the reporting threshold on the
      *         business date;
      *   STRC  repeated postings just under the threshold within a
      *         rolling window, the latest on the business date;
      *   RPIO  money in and straight out again: credits over the
      *         window of at least the threshold, most of them moved
      *         on by 'T' transfers, the latest today;
      *   DRMR  sudden activity on an account reactivated from
      *         DORMANT (CBS_ACCT_AUDIT_LOG, the CBSBSRA trail) within
      *         the window.
      *
      * LGCT and STRC look at customer postings only - CBSTXNP and
      * CBSTXSPD rows that are neither a leg of a 'T' transfer (a
      * matching opposite row on another account, the CBSTXREV rule)
      * nor a CBSCLRIN clearing item. The posting record carries no
      * channel, so those customer postings stand in for cash. RPIO
      * counts every accepted credit in and the debit legs of 'T'
      * transfers out; DRMR every customer posting since the
      * reactivation.
      *
      * Each hit is raised as an OPEN alert on CBS_AML_ALERT for the
      * compliance analysts, who work it through CBSAMLDP, and listed
      * on the AMLRPT report. A hit already alerted is not raised
      * again: a LGCT posting once, a pattern once per account and
      * currency per window. Every LGCT alert for the business date
      * also goes on the regulator's currency-transaction-report file
      * AMLCTR (CBSCTRR, CBSFEEDC header/trailer, hash on the
      * account); the file is rebuilt from the alert table, so a
      * rerun writes the same report. A failed fetch or insert
      * withholds the trailer and ends the run RC 8; the run is
      * logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSAMLMN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SCENARIO-FILE ASSIGN TO AMLSCEN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS SCENFILE-STATUS.

            SELECT CTR-FILE ASSIGN TO AMLCTR
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS CTRFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO AMLRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SCENARIO-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 SCENARIO-FILEREC.
           COPY CBSAMLSC.
      * PATH : .../Cobol Include/CBSAMLSC
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 MS-SCENARIO-CODE            PIC X(4).
      *    05 MS-ACTIVE                   PIC X(1).
      *    05 MS-CURRENCY                 PIC X(3).
      *    05 MS-THRESHOLD                PIC 9(9).
      *    05 MS-BAND-PCT                 PIC 9(3).
      *    05 MS-WINDOW-DAYS              PIC 9(3).
      *    05 MS-MIN-COUNT                PIC 9(3).

       FD CTR-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 CTR-FILEREC.
           COPY CBSCTRR.
      * PATH : .../Cobol Include/CBSCTRR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 CX-ACCOUNT-NUMBER           PIC 9(18).
      *    05 CX-CUSTOMER-ID              PIC 9(9).
      *    05 CX-TXN-TYPE                 PIC X(1).
      *    05 CX-TXN-AMOUNT               PIC 9(9).
      *    05 CX-CURRENCY                 PIC X(3).
      *    05 CX-VALUE-DATE               PIC X(10).
      *    05 CX-TXN-REF                  PIC X(16).
      *    05 CX-ALERT-ID                 PIC 9(9).

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
       01 SCENFILE-STATUS              PIC X(02) VALUE SPACES.
          88 SCENFILE-STATUS-OK        VALUE '00'.
       01 CTRFILE-STATUS               PIC X(02) VALUE SPACES.
          88 CTRFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-CARD-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-END-OF-CARDS           VALUE 'Y'.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-FAILED-SWITCH             PIC X VALUE 'N'.
          88 WS-RUN-FAILED             VALUE 'Y'.
      * The scenario card being run, in host-variable form.
       01 WS-SCEN-CURRENCY             PIC X(3).
       01 WS-THRESHOLD                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BAND-FLOOR                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BAND-PCT                  PIC S9(4) USAGE COMP VALUE 0.
       01 WS-WINDOW-DAYS               PIC S9(4) USAGE COMP VALUE 0.
       01 WS-MIN-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
      * One scenario hit as fetched.
       01 WS-HIT-IN-AMOUNT             PIC S9(18) USAGE COMP VALUE 0.
       01 WS-HIT-OUT-AMOUNT            PIC S9(18) USAGE COMP VALUE 0.
       01 WS-HIT-OUT-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HIT-OUT-PCT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ALERT-MATCHES             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DETAIL-COUNT              PIC Z(4)9.
       01 WS-DETAIL-DAYS               PIC ZZ9.
       01 WS-DETAIL-PCT                PIC ZZZZ9.
       01 WS-DETAIL-AMOUNT             PIC Z(8)9.
       01 WS-ALERT-ID-DISPLAY          PIC 9(9).
       01 WS-ACCOUNT-DISPLAY           PIC 9(18).
       01 WS-CUID-DISPLAY              PIC 9(9).
       01 WS-AMOUNT-DISPLAY            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-CARD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HIT-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ALERT-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REPEAT-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CTR-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CARD-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-HIT-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-ALERT-COUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01 WS-REPEAT-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-CTR-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-AML-USERID            PIC X(10) VALUE 'CBSAMLMN'.
          05 WK-FEED-ID               PIC X(8) VALUE 'AMLCTR'.
          05 WK-ALERT-OPEN            PIC X(10) VALUE 'OPEN'.
          05 WK-SCEN-LARGE            PIC X(4) VALUE 'LGCT'.
          05 WK-FAILED-RC             PIC S9(4) USAGE COMP VALUE 8.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      *    10 ACCT-STATUS-DORMANT   PIC X(10) VALUE 'DORMANT'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSAMLAL.cpy / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-AML-ALERT.  01 DCLBATCH-RUN-LOG.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************
      * Control header/trailer for the currency-transaction report.
           COPY CBSFEEDC.

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAMLAL
           END-EXEC.

      * LGCT: the business date's customer postings over the
      * threshold in the card's currency.
           EXEC SQL
             DECLARE LARGECSR CURSOR FOR
                SELECT H.ACCOUNT_NUMBER, A.CUSTOMER_ID, H.TXN_TYPE,
                       H.TXN_AMOUNT, H.TXN_REF
                  FROM CBS_ACCT_TXN_HIST H, CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                   AND H.DISPOSITION = 'A'
                   AND H.VALUE_DATE = :WS-BUSINESS-DATE
                   AND H.CURRENCY = :WS-SCEN-CURRENCY
                   AND H.TXN_AMOUNT > :WS-THRESHOLD
                   AND H.TXN_TYPE IN ('C', 'D')
                   AND H.POST_USERID IN ('CBSTXNP', 'CBSTXSPD')
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_TXN_HIST X
                          WHERE X.TXN_REF = H.TXN_REF
                            AND X.ACCOUNT_NUMBER <> H.ACCOUNT_NUMBER
                            AND X.TXN_TYPE <> H.TXN_TYPE
                            AND X.TXN_AMOUNT = H.TXN_AMOUNT
                            AND X.VALUE_DATE = H.VALUE_DATE
                            AND X.DISPOSITION = 'A'
                            AND X.POST_USERID = 'CBSTXNP' )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_CLEARING_ITEM C
                          WHERE C.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                            AND C.SCHEME_REF = H.TXN_REF )
                 ORDER BY H.ACCOUNT_NUMBER, H.TXN_REF
           END-EXEC.

      * STRC: accounts with enough customer postings inside the band
      * just under the threshold within the window, one of them on
      * the business date.
           EXEC SQL
             DECLARE STRUCTCSR CURSOR FOR
                SELECT H.ACCOUNT_NUMBER, A.CUSTOMER_ID, COUNT(*),
                       SUM(BIGINT(H.TXN_AMOUNT))
                  FROM CBS_ACCT_TXN_HIST H, CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                   AND H.DISPOSITION = 'A'
                   AND H.VALUE_DATE > DATE(:WS-BUSINESS-DATE)
                                      - :WS-WINDOW-DAYS DAYS
                   AND H.VALUE_DATE <= DATE(:WS-BUSINESS-DATE)
                   AND H.CURRENCY = :WS-SCEN-CURRENCY
                   AND H.TXN_AMOUNT >= :WS-BAND-FLOOR
                   AND H.TXN_AMOUNT <= :WS-THRESHOLD
                   AND H.TXN_TYPE IN ('C', 'D')
                   AND H.POST_USERID IN ('CBSTXNP', 'CBSTXSPD')
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_TXN_HIST X
                          WHERE X.TXN_REF = H.TXN_REF
                            AND X.ACCOUNT_NUMBER <> H.ACCOUNT_NUMBER
                            AND X.TXN_TYPE <> H.TXN_TYPE
                            AND X.TXN_AMOUNT = H.TXN_AMOUNT
                            AND X.VALUE_DATE = H.VALUE_DATE
                            AND X.DISPOSITION = 'A'
                            AND X.POST_USERID = 'CBSTXNP' )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_CLEARING_ITEM C
                          WHERE C.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                            AND C.SCHEME_REF = H.TXN_REF )
                 GROUP BY H.ACCOUNT_NUMBER, A.CUSTOMER_ID
                HAVING COUNT(*) >= :WS-MIN-COUNT
                   AND MAX(H.VALUE_DATE) = DATE(:WS-BUSINESS-DATE)
                 ORDER BY H.ACCOUNT_NUMBER
           END-EXEC.

      * RPIO: credits in over the window against the debit legs of
      * 'T' transfers out (a CBSTXNP debit with its matching credit
      * on another account), the latest transfer out on the business
      * date.
           EXEC SQL
             DECLARE RAPIDCSR CURSOR FOR
                SELECT X.ACCOUNT_NUMBER, X.CUSTOMER_ID,
                       SUM(CASE WHEN X.TXN_TYPE = 'C'
                                THEN BIGINT(X.TXN_AMOUNT)
                                ELSE 0 END),
                       SUM(CASE WHEN X.XFER_OUT = 'Y'
                                THEN BIGINT(X.TXN_AMOUNT)
                                ELSE 0 END),
                       SUM(CASE WHEN X.XFER_OUT = 'Y'
                                THEN 1 ELSE 0 END)
                  FROM ( SELECT H.ACCOUNT_NUMBER, A.CUSTOMER_ID,
                                H.TXN_TYPE, H.TXN_AMOUNT,
                                H.VALUE_DATE,
                  CASE
                    WHEN H.TXN_TYPE = 'D'
                     AND H.POST_USERID = 'CBSTXNP'
                     AND EXISTS
                         ( SELECT 1 FROM CBS_ACCT_TXN_HIST C
                            WHERE C.TXN_REF = H.TXN_REF
                              AND C.ACCOUNT_NUMBER <> H.ACCOUNT_NUMBER
                              AND C.TXN_TYPE = 'C'
                              AND C.TXN_AMOUNT = H.TXN_AMOUNT
                              AND C.VALUE_DATE = H.VALUE_DATE
                              AND C.DISPOSITION = 'A'
                              AND C.POST_USERID = 'CBSTXNP' )
                      THEN 'Y'
                    ELSE 'N'
                  END AS XFER_OUT
                           FROM CBS_ACCT_TXN_HIST H,
                                CBS_ACCT_MSTR_DTL A
                          WHERE A.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                            AND H.DISPOSITION = 'A'
                            AND H.CURRENCY = :WS-SCEN-CURRENCY
                            AND H.VALUE_DATE >
                                DATE(:WS-BUSINESS-DATE)
                                - :WS-WINDOW-DAYS DAYS
                            AND H.VALUE_DATE <=
                                DATE(:WS-BUSINESS-DATE) ) X
                 GROUP BY X.ACCOUNT_NUMBER, X.CUSTOMER_ID
                HAVING SUM(CASE WHEN X.TXN_TYPE = 'C'
                                THEN BIGINT(X.TXN_AMOUNT)
                                ELSE 0 END) >= :WS-THRESHOLD
                   AND SUM(CASE WHEN X.XFER_OUT = 'Y'
                                THEN BIGINT(X.TXN_AMOUNT)
                                ELSE 0 END) * 100 >=
                       SUM(CASE WHEN X.TXN_TYPE = 'C'
                                THEN BIGINT(X.TXN_AMOUNT)
                                ELSE 0 END) * :WS-BAND-PCT
                   AND SUM(CASE WHEN X.XFER_OUT = 'Y'
                                THEN 1 ELSE 0 END) >= :WS-MIN-COUNT
                   AND MAX(CASE WHEN X.XFER_OUT = 'Y'
                                THEN X.VALUE_DATE END) =
                       DATE(:WS-BUSINESS-DATE)
                 ORDER BY X.ACCOUNT_NUMBER
           END-EXEC.

      * DRMR: customer postings since the account's latest
      * reactivation from DORMANT, where that reactivation falls in
      * the window, the latest posting on the business date.
           EXEC SQL
             DECLARE DORMCSR CURSOR FOR
                SELECT H.ACCOUNT_NUMBER, A.CUSTOMER_ID, COUNT(*),
                       SUM(BIGINT(H.TXN_AMOUNT))
                  FROM CBS_ACCT_AUDIT_LOG U, CBS_ACCT_TXN_HIST H,
                       CBS_ACCT_MSTR_DTL A
                 WHERE U.OLD_STATUS = :ACCT-STATUS-DORMANT
                   AND U.NEW_STATUS = :ACCT-STATUS-ACTIVE
                   AND DATE(U.UPD_TIMESTAMP) >
                       DATE(:WS-BUSINESS-DATE) - :WS-WINDOW-DAYS DAYS
                   AND DATE(U.UPD_TIMESTAMP) <=
                       DATE(:WS-BUSINESS-DATE)
                   AND U.UPD_TIMESTAMP =
                       ( SELECT MAX(U2.UPD_TIMESTAMP)
                           FROM CBS_ACCT_AUDIT_LOG U2
                          WHERE U2.ACCOUNT_NUMBER = U.ACCOUNT_NUMBER
                            AND U2.OLD_STATUS = :ACCT-STATUS-DORMANT
                            AND U2.NEW_STATUS = :ACCT-STATUS-ACTIVE )
                   AND H.ACCOUNT_NUMBER = U.ACCOUNT_NUMBER
                   AND A.ACCOUNT_NUMBER = U.ACCOUNT_NUMBER
                   AND H.DISPOSITION = 'A'
                   AND H.POST_TIMESTAMP >= U.UPD_TIMESTAMP
                   AND H.VALUE_DATE <= DATE(:WS-BUSINESS-DATE)
                   AND H.CURRENCY = :WS-SCEN-CURRENCY
                   AND H.POST_USERID IN ('CBSTXNP', 'CBSTXSPD')
                 GROUP BY H.ACCOUNT_NUMBER, A.CUSTOMER_ID
                HAVING SUM(BIGINT(H.TXN_AMOUNT)) >= :WS-THRESHOLD
                   AND COUNT(*) >= :WS-MIN-COUNT
                   AND MAX(H.VALUE_DATE) = DATE(:WS-BUSINESS-DATE)
                 ORDER BY H.ACCOUNT_NUMBER
           END-EXEC.

      * The business date's LGCT alerts, for the regulator's file.
           EXEC SQL
             DECLARE CTRCSR CURSOR FOR
                SELECT ALERT_ID, ACCOUNT_NUMBER, CUSTOMER_ID,
                       TXN_TYPE, ALERT_AMOUNT, CURRENCY, TXN_REF
                  FROM CBS_AML_ALERT
                 WHERE SCENARIO_CODE = :WK-SCEN-LARGE
                   AND ALERT_DATE = :WS-BUSINESS-DATE
                 ORDER BY ALERT_ID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           OPEN INPUT SCENARIO-FILE
           IF NOT SCENFILE-STATUS-OK
              DISPLAY 'ERROR OPENING AML SCENARIO CARDS. STATUS='
                SCENFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT CTR-FILE
           IF NOT CTRFILE-STATUS-OK
              DISPLAY 'ERROR OPENING CTR FILE. STATUS='
                CTRFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM READ-SCENARIO-CARD.
           PERFORM UNTIL WS-END-OF-CARDS
              PERFORM RUN-ONE-SCENARIO
              PERFORM READ-SCENARIO-CARD
           END-PERFORM.
           CLOSE SCENARIO-FILE.

           PERFORM WRITE-CTR-FILE.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-CARD-COUNT   TO WS-CARD-COUNT-DISPLAY.
           MOVE WS-HIT-COUNT    TO WS-HIT-COUNT-DISPLAY.
           MOVE WS-ALERT-COUNT  TO WS-ALERT-COUNT-DISPLAY.
           MOVE WS-REPEAT-COUNT TO WS-REPEAT-COUNT-DISPLAY.
           MOVE WS-CTR-COUNT    TO WS-CTR-COUNT-DISPLAY.
           DISPLAY '(CBSAMLMN) SCENARIOS RUN:       '
             WS-CARD-COUNT-DISPLAY.
           DISPLAY '(CBSAMLMN) SCENARIO HITS:       '
             WS-HIT-COUNT-DISPLAY.
           DISPLAY '(CBSAMLMN) ALERTS RAISED:       '
             WS-ALERT-COUNT-DISPLAY.
           DISPLAY '(CBSAMLMN) ALREADY ALERTED:     '
             WS-REPEAT-COUNT-DISPLAY.
           DISPLAY '(CBSAMLMN) CTR RECORDS WRITTEN: '
             WS-CTR-COUNT-DISPLAY.

           CLOSE CTR-FILE.
           CLOSE REPORT-FILE.
           IF WS-RUN-FAILED
              MOVE WK-FAILED-RC TO RETURN-CODE
           END-IF.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card the
      * windows are measured back from. A missing card falls back to
      * CURRENT DATE.
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
       READ-SCENARIO-CARD.
           READ SCENARIO-FILE
              AT END
                 SET WS-END-OF-CARDS TO TRUE
           END-READ.

      ******************************************************************
      * RUN-ONE-SCENARIO takes one active card into host-variable
      * form and runs its scenario; the alerts it raises are
      * committed together at the end of the card. A card with an
      * unknown code or non-numeric figures is displayed and skipped.
       RUN-ONE-SCENARIO.
           IF MS-SCENARIO-ACTIVE
              IF MS-THRESHOLD NUMERIC AND MS-BAND-PCT NUMERIC
                 AND MS-WINDOW-DAYS NUMERIC AND MS-MIN-COUNT NUMERIC
                 MOVE MS-CURRENCY    TO WS-SCEN-CURRENCY
                 MOVE MS-THRESHOLD   TO WS-THRESHOLD
                 MOVE MS-BAND-PCT    TO WS-BAND-PCT
                 MOVE MS-WINDOW-DAYS TO WS-WINDOW-DAYS
                 MOVE MS-MIN-COUNT   TO WS-MIN-COUNT
                 COMPUTE WS-BAND-FLOOR =
                         WS-THRESHOLD * WS-BAND-PCT / 100
                 EVALUATE TRUE
                    WHEN MS-LARGE-POSTING
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM SCAN-LARGE-POSTINGS
                    WHEN MS-STRUCTURING
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM SCAN-STRUCTURING
                    WHEN MS-RAPID-MOVEMENT
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM SCAN-RAPID-MOVEMENT
                    WHEN MS-DORMANT-REACTIVATED
                       ADD 1 TO WS-CARD-COUNT
                       PERFORM SCAN-DORMANT-REACTIVATED
                    WHEN OTHER
                       DISPLAY '(CBSAMLMN) UNKNOWN SCENARIO CARD: '
                         MS-SCENARIO-CODE ' - SKIPPED'
                 END-EVALUATE
                 EXEC SQL
                      COMMIT
                 END-EXEC
              ELSE
                 DISPLAY '(CBSAMLMN) INVALID SCENARIO CARD: '
                   MS-SCENARIO-CODE ' ' MS-CURRENCY ' - SKIPPED'
              END-IF
           END-IF.

      ******************************************************************
       SCAN-LARGE-POSTINGS.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN LARGECSR
           END-EXEC.
           PERFORM FETCH-NEXT-LARGE.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE WK-SCEN-LARGE TO ML-SCENARIO-CODE
              MOVE 1 TO ML-TXN-COUNT
              MOVE SPACES TO ML-ALERT-DETAIL
              MOVE WS-THRESHOLD TO WS-DETAIL-AMOUNT
              IF ML-TXN-TYPE = 'C'
                 STRING 'CREDIT OVER REPORTING THRESHOLD '
                         WS-DETAIL-AMOUNT
                         DELIMITED BY SIZE
                         INTO ML-ALERT-DETAIL
                 END-STRING
              ELSE
                 STRING 'DEBIT OVER REPORTING THRESHOLD '
                         WS-DETAIL-AMOUNT
                         DELIMITED BY SIZE
                         INTO ML-ALERT-DETAIL
                 END-STRING
              END-IF
              PERFORM RAISE-ALERT
              PERFORM FETCH-NEXT-LARGE
           END-PERFORM.
           EXEC SQL
                CLOSE LARGECSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-LARGE.
           EXEC SQL
                FETCH LARGECSR
                 INTO :ML-ACCOUNT-NUMBER, :ML-CUSTOMER-ID,
                      :ML-TXN-TYPE, :ML-ALERT-AMOUNT, :ML-TXN-REF
           END-EXEC.
           PERFORM CHECK-SCENARIO-FETCH.

      ******************************************************************
       SCAN-STRUCTURING.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN STRUCTCSR
           END-EXEC.
           PERFORM FETCH-NEXT-STRUCTURING.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE MS-SCENARIO-CODE TO ML-SCENARIO-CODE
              MOVE SPACES TO ML-TXN-REF
              MOVE SPACES TO ML-TXN-TYPE
              MOVE SPACES TO ML-ALERT-DETAIL
              MOVE ML-TXN-COUNT   TO WS-DETAIL-COUNT
              MOVE WS-WINDOW-DAYS TO WS-DETAIL-DAYS
              STRING WS-DETAIL-COUNT
                      ' POSTINGS JUST UNDER THRESHOLD IN '
                      WS-DETAIL-DAYS ' DAYS'
                      DELIMITED BY SIZE
                      INTO ML-ALERT-DETAIL
              END-STRING
              PERFORM RAISE-ALERT
              PERFORM FETCH-NEXT-STRUCTURING
           END-PERFORM.
           EXEC SQL
                CLOSE STRUCTCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-STRUCTURING.
           EXEC SQL
                FETCH STRUCTCSR
                 INTO :ML-ACCOUNT-NUMBER, :ML-CUSTOMER-ID,
                      :ML-TXN-COUNT, :ML-ALERT-AMOUNT
           END-EXEC.
           PERFORM CHECK-SCENARIO-FETCH.

      ******************************************************************
      * SCAN-RAPID-MOVEMENT alerts on the credits that came in; the
      * detail line says what share went straight out and in how
      * many transfers.
       SCAN-RAPID-MOVEMENT.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN RAPIDCSR
           END-EXEC.
           PERFORM FETCH-NEXT-RAPID.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE MS-SCENARIO-CODE  TO ML-SCENARIO-CODE
              MOVE SPACES            TO ML-TXN-REF
              MOVE SPACES            TO ML-TXN-TYPE
              MOVE WS-HIT-IN-AMOUNT  TO ML-ALERT-AMOUNT
              MOVE WS-HIT-OUT-COUNT  TO ML-TXN-COUNT
              MOVE 0 TO WS-HIT-OUT-PCT
              IF WS-HIT-IN-AMOUNT > 0
                 COMPUTE WS-HIT-OUT-PCT =
                         WS-HIT-OUT-AMOUNT * 100 / WS-HIT-IN-AMOUNT
              END-IF
              MOVE WS-HIT-OUT-PCT    TO WS-DETAIL-PCT
              MOVE WS-HIT-OUT-COUNT  TO WS-DETAIL-COUNT
              MOVE WS-WINDOW-DAYS    TO WS-DETAIL-DAYS
              MOVE SPACES TO ML-ALERT-DETAIL
              STRING WS-DETAIL-PCT ' PCT OF CREDITS OUT BY '
                      WS-DETAIL-COUNT ' TRANSFERS IN '
                      WS-DETAIL-DAYS ' DAYS'
                      DELIMITED BY SIZE
                      INTO ML-ALERT-DETAIL
              END-STRING
              PERFORM RAISE-ALERT
              PERFORM FETCH-NEXT-RAPID
           END-PERFORM.
           EXEC SQL
                CLOSE RAPIDCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-RAPID.
           EXEC SQL
                FETCH RAPIDCSR
                 INTO :ML-ACCOUNT-NUMBER, :ML-CUSTOMER-ID,
                      :WS-HIT-IN-AMOUNT, :WS-HIT-OUT-AMOUNT,
                      :WS-HIT-OUT-COUNT
           END-EXEC.
           PERFORM CHECK-SCENARIO-FETCH.

      ******************************************************************
       SCAN-DORMANT-REACTIVATED.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN DORMCSR
           END-EXEC.
           PERFORM FETCH-NEXT-DORMANT.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE MS-SCENARIO-CODE TO ML-SCENARIO-CODE
              MOVE SPACES TO ML-TXN-REF
              MOVE SPACES TO ML-TXN-TYPE
              MOVE SPACES TO ML-ALERT-DETAIL
              MOVE ML-TXN-COUNT TO WS-DETAIL-COUNT
              STRING WS-DETAIL-COUNT
                      ' POSTINGS SINCE REACTIVATION FROM DORMANT'
                      DELIMITED BY SIZE
                      INTO ML-ALERT-DETAIL
              END-STRING
              PERFORM RAISE-ALERT
              PERFORM FETCH-NEXT-DORMANT
           END-PERFORM.
           EXEC SQL
                CLOSE DORMCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-DORMANT.
           EXEC SQL
                FETCH DORMCSR
                 INTO :ML-ACCOUNT-NUMBER, :ML-CUSTOMER-ID,
                      :ML-TXN-COUNT, :ML-ALERT-AMOUNT
           END-EXEC.
           PERFORM CHECK-SCENARIO-FETCH.

      ******************************************************************
      * CHECK-SCENARIO-FETCH ends the scenario's cursor loop at end of
      * data, or on a failure, which is remembered for the return
      * code and the CTR trailer.
       CHECK-SCENARIO-FETCH.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-HIT-COUNT
              WHEN OTHER
                 DISPLAY '(CBSAMLMN) ' MS-SCENARIO-CODE
                   ' FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * RAISE-ALERT queues the hit as an OPEN alert unless it has
      * already been alerted: the same LGCT posting on the same day,
      * or the same pattern on the account and currency within the
      * scenario's window.
       RAISE-ALERT.
           MOVE WS-SCEN-CURRENCY TO ML-CURRENCY.
           IF ML-SCENARIO-CODE = WK-SCEN-LARGE
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ALERT-MATCHES
                     FROM CBS_AML_ALERT
                    WHERE ACCOUNT_NUMBER = :ML-ACCOUNT-NUMBER
                      AND SCENARIO_CODE = :ML-SCENARIO-CODE
                      AND TXN_REF = :ML-TXN-REF
                      AND ALERT_AMOUNT = :ML-ALERT-AMOUNT
                      AND ALERT_DATE = :WS-BUSINESS-DATE
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ALERT-MATCHES
                     FROM CBS_AML_ALERT
                    WHERE ACCOUNT_NUMBER = :ML-ACCOUNT-NUMBER
                      AND SCENARIO_CODE = :ML-SCENARIO-CODE
                      AND CURRENCY = :ML-CURRENCY
                      AND ALERT_DATE > DATE(:WS-BUSINESS-DATE)
                                       - :WS-WINDOW-DAYS DAYS
              END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 DISPLAY '(CBSAMLMN) ALERT CHECK FAILED. SQLCODE='
                   SQLCODE
                 SET WS-RUN-FAILED TO TRUE
              WHEN WS-ALERT-MATCHES > 0
                 ADD 1 TO WS-REPEAT-COUNT
              WHEN OTHER
                 PERFORM INSERT-ALERT
           END-EVALUATE.

      ******************************************************************
       INSERT-ALERT.
           EXEC SQL
                SELECT NEXT VALUE FOR AML_ALERT_SEQ
                  INTO :ML-ALERT-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSAMLMN) ALERT SEQUENCE FAILED. SQLCODE='
                SQLCODE
              SET WS-RUN-FAILED TO TRUE
           ELSE
              MOVE WS-BUSINESS-DATE TO ML-ALERT-DATE
              MOVE WK-ALERT-OPEN    TO ML-ALERT-STATUS
              MOVE SPACES           TO ML-DISPOSITION-NOTE
              MOVE WK-AML-USERID    TO ML-UPD-USERID
              EXEC SQL
                   INSERT INTO CBS_AML_ALERT
                          ( ALERT_ID ,
                            SCENARIO_CODE ,
                            ACCOUNT_NUMBER ,
                            CUSTOMER_ID ,
                            CURRENCY ,
                            ALERT_AMOUNT ,
                            TXN_COUNT ,
                            TXN_REF ,
                            TXN_TYPE ,
                            ALERT_DATE ,
                            ALERT_DETAIL ,
                            ALERT_STATUS ,
                            DISPOSITION_NOTE ,
                            UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :ML-ALERT-ID ,
                            :ML-SCENARIO-CODE ,
                            :ML-ACCOUNT-NUMBER ,
                            :ML-CUSTOMER-ID ,
                            :ML-CURRENCY ,
                            :ML-ALERT-AMOUNT ,
                            :ML-TXN-COUNT ,
                            :ML-TXN-REF ,
                            :ML-TXN-TYPE ,
                            :ML-ALERT-DATE ,
                            :ML-ALERT-DETAIL ,
                            :ML-ALERT-STATUS ,
                            :ML-DISPOSITION-NOTE ,
                            :ML-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(CBSAMLMN) ALERT INSERT FAILED. ACCT='
                   ML-ACCOUNT-NUMBER ' SQLCODE=' SQLCODE
                 SET WS-RUN-FAILED TO TRUE
              ELSE
                 ADD 1 TO WS-ALERT-COUNT
                 PERFORM WRITE-ALERT-LINE
              END-IF
           END-IF.

      ******************************************************************
      * WRITE-CTR-FILE writes the currency-transaction report from
      * the business date's LGCT alerts inside the feed header and
      * trailer. The trailer is withheld when any part of the run
      * failed, so CBSFDVFY refuses an incomplete report.
       WRITE-CTR-FILE.
           MOVE 0 TO FC-T-DETAIL-COUNT.
           MOVE 0 TO FC-T-HASH-TOTAL.
           MOVE WK-FEED-ID       TO FC-H-FEED-ID.
           MOVE WS-BUSINESS-DATE TO FC-H-BUSINESS-DATE.
           MOVE 1 TO FC-H-GENERATION.
           WRITE CTR-FILEREC FROM FC-FEED-HEADER.
           IF NOT CTRFILE-STATUS-OK
              DISPLAY 'ERROR WRITING FEED HEADER.'
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN CTRCSR
           END-EXEC.
           PERFORM FETCH-NEXT-CTR-ALERT.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE SPACES              TO CTR-FILEREC
              MOVE ML-ACCOUNT-NUMBER   TO CX-ACCOUNT-NUMBER
              MOVE ML-CUSTOMER-ID      TO CX-CUSTOMER-ID
              MOVE ML-TXN-TYPE         TO CX-TXN-TYPE
              MOVE ML-ALERT-AMOUNT     TO CX-TXN-AMOUNT
              MOVE ML-CURRENCY         TO CX-CURRENCY
              MOVE WS-BUSINESS-DATE    TO CX-VALUE-DATE
              MOVE ML-TXN-REF          TO CX-TXN-REF
              MOVE ML-ALERT-ID         TO CX-ALERT-ID
              WRITE CTR-FILEREC
              IF NOT CTRFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING CTR FILE.'
                 SET WS-RUN-FAILED TO TRUE
              END-IF
              ADD 1 TO WS-CTR-COUNT
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD CX-ACCOUNT-NUMBER TO FC-T-HASH-TOTAL
              PERFORM FETCH-NEXT-CTR-ALERT
           END-PERFORM.
           EXEC SQL
                CLOSE CTRCSR
           END-EXEC.
           IF WS-RUN-FAILED
              DISPLAY '(CBSAMLMN) RUN INCOMPLETE - CTR TRAILER'
                ' WITHHELD'
           ELSE
              WRITE CTR-FILEREC FROM FC-FEED-TRAILER
              IF NOT CTRFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING FEED TRAILER.'
              END-IF
           END-IF.

      ******************************************************************
       FETCH-NEXT-CTR-ALERT.
           EXEC SQL
                FETCH CTRCSR
                 INTO :ML-ALERT-ID, :ML-ACCOUNT-NUMBER,
                      :ML-CUSTOMER-ID, :ML-TXN-TYPE,
                      :ML-ALERT-AMOUNT, :ML-CURRENCY, :ML-TXN-REF
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSAMLMN) CTR FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-RUN-FAILED TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSAMLMN' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSAMLMN) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * hits read, alerts raised, and RC 8 if any part failed.
       WRITE-RUN-LOG-END.
           MOVE WS-HIT-COUNT   TO RL-RECORDS-READ.
           MOVE WS-ALERT-COUNT TO RL-RECORDS-UPDATED.
           MOVE 0 TO RL-RECORDS-FAILED.
           IF WS-RUN-FAILED
              MOVE 1 TO RL-RECORDS-FAILED
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
              DISPLAY '(CBSAMLMN) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRANSACTION MONITORING ALERTS RAISED  BUSINESS '
                   'DATE ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALERT-ID  SCEN ACCOUNT            CUSTOMER  CCY'
                   '              AMOUNT DETAIL'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
       WRITE-ALERT-LINE.
           MOVE ML-ALERT-ID       TO WS-ALERT-ID-DISPLAY.
           MOVE ML-ACCOUNT-NUMBER TO WS-ACCOUNT-DISPLAY.
           MOVE ML-CUSTOMER-ID    TO WS-CUID-DISPLAY.
           MOVE ML-ALERT-AMOUNT   TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ALERT-ID-DISPLAY ' ' ML-SCENARIO-CODE ' '
                   WS-ACCOUNT-DISPLAY ' ' WS-CUID-DISPLAY ' '
                   ML-CURRENCY ' ' WS-AMOUNT-DISPLAY ' '
                   ML-ALERT-DETAIL
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING ALERT REPORT.'
           END-IF.
