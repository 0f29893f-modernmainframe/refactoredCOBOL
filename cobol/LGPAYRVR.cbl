      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGPAYRVR
      ******************************************************************
      * Payout review list. Every payout LGPAYHLD held back because
      * the customer's address changed inside the cooling-off period
      * sits on PAYOUT_REVIEW at 'H' until a reviewer releases or
      * rejects it through LGPAYRVD. This prints the outstanding
      * items oldest first - source program, policy, claim (zero for
      * a refund or maturity), customer, amount, when the address
      * changed, when the payout was held and how many days it has
      * waited - with the key LGPAYRVD needs to decide each one, and
      * the count and total held. Read-only.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPAYRVR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REPORT-FILE ASSIGN TO REVWRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE
            RECORD CONTAINS 132
            RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-CURRENT-DATE              PIC X(10).
       01 WS-DAYS-HELD                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ITEM-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-HELD                PIC S9(15) USAGE COMP-3 VALUE 0.
       01 WS-FIRSTNAME                 PIC X(10).
       01 WS-LASTNAME                  PIC X(20).
       01 WS-AMOUNT-DISPLAY            PIC ZZ,ZZZ,ZZ9.
       01 WS-TOTAL-DISPLAY             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-DAYS-DISPLAY              PIC ZZZ9.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-REVIEW-HELD           PIC X(1) VALUE 'H'.
      ******************************************************************
      * PATH : .../Cobol Include/LGPAYRVW.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLPAYOUT-REVIEW.
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
             INCLUDE LGPAYRVW
           END-EXEC.

      * Held payouts, oldest first, with the insurance customer's
      * name when the GenApp row is still there.
           EXEC SQL
             DECLARE REVIEWCSR CURSOR FOR
                SELECT R.SOURCE_PROGRAM, R.POLICYNUMBER,
                       R.CLAIMNUMBER, R.CUSTOMERNUMBER, R.CUID,
                       R.AMOUNT, R.ADDRESS_CHANGED_TS,
                       R.HELD_TIMESTAMP,
                       DAYS(CURRENT DATE) - DAYS(R.HELD_TIMESTAMP),
                       COALESCE(C.FIRSTNAME, ' '),
                       COALESCE(C.LASTNAME, ' ')
                  FROM PAYOUT_REVIEW R
                  LEFT JOIN CUSTOMER C
                    ON C.CUSTOMERNUMBER = R.CUSTOMERNUMBER
                 WHERE R.REVIEW_STATUS = :WK-REVIEW-HELD
                 ORDER BY R.HELD_TIMESTAMP, R.POLICYNUMBER
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REVIEW REPORT. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-CURRENT-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           PERFORM WRITE-REPORT-HEADINGS.

           EXEC SQL
                OPEN REVIEWCSR
           END-EXEC.
           PERFORM FETCH-NEXT-REVIEW-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM WRITE-REVIEW-LINE
              PERFORM FETCH-NEXT-REVIEW-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE REVIEWCSR
           END-EXEC.

           PERFORM WRITE-REPORT-TOTALS.
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(LGPAYRVR) PAYOUTS AWAITING REVIEW: '
             WS-COUNT-DISPLAY.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PAYOUTS HELD FOR ADDRESS-CHANGE REVIEW   AS AT '
                   WS-CURRENT-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING 'SOURCE   POLICY     CLAIM      CUSTOMER   '
                   'NAME                          AMOUNT  '
                   'HELD AT                    DAYS'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           STRING '                                          '
                   'ADDRESS CHANGED AT'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       FETCH-NEXT-REVIEW-ROW.
           EXEC SQL
                FETCH REVIEWCSR
                 INTO :PV-SOURCE-PROGRAM, :PV-POLICYNUMBER,
                      :PV-CLAIMNUMBER, :PV-CUSTOMERNUMBER, :PV-CUID,
                      :PV-AMOUNT, :PV-ADDRESS-CHANGED-TS,
                      :PV-HELD-TIMESTAMP, :WS-DAYS-HELD,
                      :WS-FIRSTNAME, :WS-LASTNAME
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGPAYRVR) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * WRITE-REVIEW-LINE prints the item and, under it, when the
      * address change that held it was made.
       WRITE-REVIEW-LINE.
           ADD 1 TO WS-ITEM-COUNT.
           ADD PV-AMOUNT TO WS-TOTAL-HELD.
           MOVE PV-AMOUNT    TO WS-AMOUNT-DISPLAY.
           MOVE WS-DAYS-HELD TO WS-DAYS-DISPLAY.
           STRING PV-SOURCE-PROGRAM ' ' PV-POLICYNUMBER ' '
                   PV-CLAIMNUMBER ' ' PV-CUSTOMERNUMBER ' '
                   WS-FIRSTNAME ' ' WS-LASTNAME
                   WS-AMOUNT-DISPLAY '  ' PV-HELD-TIMESTAMP ' '
                   WS-DAYS-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           STRING '                                          '
                   PV-ADDRESS-CHANGED-TS
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-TOTALS.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOTAL-HELD TO WS-TOTAL-DISPLAY.
           STRING 'PAYOUTS HELD: ' WS-COUNT-DISPLAY
                   '   TOTAL AMOUNT HELD: ' WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REVIEW REPORT.'
           END-IF.
           MOVE SPACES TO REPORT-LINE.
