      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSCQINQ
      ******************************************************************
      * PAID-CHEQUE INQUIRY, the cheque companion of CBSTXINQ. When a
      * customer disputes a cheque the branch needs to see which of
      * the account's cheques have been paid, for how much, on what
      * value date and under which transaction reference - the
      * history row alone shows a debit but not the leaf it paid.
      * Given an ACCOUNT-NUMBER and an optional VALUE_DATE range this
      * returns the account's CBS_CHEQUE_PAID rows in serial order in
      * a bounded LGPOLINQ-style result table, with the count and
      * total paid over the whole range. An open end of the range is
      * widened to the calendar's edge so one cursor covers every
      * combination. With CBSCI-REPORT-WANTED set the cheques are
      * also written to REPORT-FILE in CBSTXINQ's sequential-report
      * style.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCQINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO CQINQRPT
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
       01 WS-IDX                       PIC 9(4) USAGE COMP VALUE 0.
       01 WS-FROM-DATE                 PIC X(10).
       01 WS-TO-DATE                   PIC X(10).
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-SERIAL-DISPLAY        PIC Z(8)9.
       01 WS-RPT-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-COUNT-DISPLAY         PIC Z,ZZ9.
       01 WS-RPT-TOTAL-DISPLAY         PIC -,---,---,---,--9.
       01 WK-CONSTANTS.
          05 WK-DATE-FLOOR            PIC X(10) VALUE '0001-01-01'.
          05 WK-DATE-CEILING          PIC X(10) VALUE '9999-12-31'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSCQPD.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCBS-CHEQUE-PAID.
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
             INCLUDE CBSCQPD
           END-EXEC.

           EXEC SQL
             DECLARE PAIDCHQCSR CURSOR FOR
                SELECT CHEQUE_SERIAL, TXN_AMOUNT, CURRENCY,
                       VALUE_DATE, TXN_REF, PAID_TIMESTAMP
                  FROM CBS_CHEQUE_PAID
                 WHERE ACCOUNT_NUMBER = :CP-ACCOUNT-NUMBER
                   AND VALUE_DATE BETWEEN :WS-FROM-DATE
                                      AND :WS-TO-DATE
                 ORDER BY CHEQUE_SERIAL
           END-EXEC.

       LINKAGE SECTION.
           COPY CBSCIRES.
      * PATH : .../Cobol Include/CBSCIRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSCI-CHEQUE-INQUIRY-AREA.

       PROCEDURE DIVISION USING CBSCI-CHEQUE-INQUIRY-AREA.
       MAIN-PARA.
           MOVE CBSCI-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER.
           MOVE 0 TO CBSCI-CHEQUE-COUNT.
           MOVE 0 TO CBSCI-TOTAL-PAID.
           MOVE 0 TO WS-IDX.
           MOVE 'N' TO WS-EOF-SWITCH.
           SET CBSCI-SUCCESS TO TRUE.
           IF CBSCI-FROM-DATE = SPACES
              MOVE WK-DATE-FLOOR TO WS-FROM-DATE
           ELSE
              MOVE CBSCI-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF CBSCI-TO-DATE = SPACES
              MOVE WK-DATE-CEILING TO WS-TO-DATE
           ELSE
              MOVE CBSCI-TO-DATE TO WS-TO-DATE
           END-IF.

           IF CBSCI-REPORT-WANTED
              OPEN OUTPUT REPORT-FILE
              IF NOT RPTFILE-STATUS-OK
                 DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                   RPTFILE-STATUS
                 SET CBSCI-DB2FAIL TO TRUE
                 EXIT PROGRAM
              END-IF
              PERFORM WRITE-REPORT-HEADER
           END-IF.

           EXEC SQL
                OPEN PAIDCHQCSR
           END-EXEC.
           PERFORM FETCH-NEXT-CHEQUE-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM STORE-CHEQUE-ROW
              PERFORM FETCH-NEXT-CHEQUE-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE PAIDCHQCSR
           END-EXEC.

           IF CBSCI-REPORT-WANTED
              PERFORM WRITE-CHEQUE-TOTALS
              CLOSE REPORT-FILE
           END-IF.
           IF CBSCI-CHEQUE-COUNT = 0 AND CBSCI-SUCCESS
              SET CBSCI-NOCHEQUES TO TRUE
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
       FETCH-NEXT-CHEQUE-ROW.
           EXEC SQL
                FETCH PAIDCHQCSR
                 INTO :CP-CHEQUE-SERIAL, :CP-TXN-AMOUNT, :CP-CURRENCY,
                      :CP-VALUE-DATE, :CP-TXN-REF, :CP-PAID-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSCQINQ) FETCH FAILED. SQLCODE=' SQLCODE
                 SET CBSCI-DB2FAIL TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * STORE-CHEQUE-ROW fills the next CBSCI-CHEQUE-TABLE entry and,
      * when the report option is on, echoes the row to REPORT-FILE.
      * Rows past the table's 50-entry capacity are counted and
      * totalled but not stored, the same capacity behavior as
      * CBSTXINQ.
       STORE-CHEQUE-ROW.
           ADD 1 TO CBSCI-CHEQUE-COUNT.
           ADD CP-TXN-AMOUNT TO CBSCI-TOTAL-PAID.
           IF WS-IDX < 50
              ADD 1 TO WS-IDX
              MOVE CP-CHEQUE-SERIAL  TO CBSCI-CHEQUE-SERIAL(WS-IDX)
              MOVE CP-TXN-AMOUNT     TO CBSCI-TXN-AMOUNT(WS-IDX)
              MOVE CP-CURRENCY       TO CBSCI-CURRENCY(WS-IDX)
              MOVE CP-VALUE-DATE     TO CBSCI-VALUE-DATE(WS-IDX)
              MOVE CP-TXN-REF        TO CBSCI-TXN-REF(WS-IDX)
              MOVE CP-PAID-TIMESTAMP TO CBSCI-PAID-TIMESTAMP(WS-IDX)
           END-IF.
           IF CBSCI-REPORT-WANTED
              PERFORM WRITE-CHEQUE-LINE
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE CBSCI-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PAID-CHEQUE REPORT  ACCOUNT: '
                   WS-RPT-ACCOUNT-DISPLAY
                   '  FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '   SERIAL      AMOUNT CCY VALUE-DATE '
                   'REFERENCE        PAID'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
       WRITE-CHEQUE-LINE.
           MOVE CP-CHEQUE-SERIAL TO WS-RPT-SERIAL-DISPLAY.
           MOVE CP-TXN-AMOUNT TO WS-RPT-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RPT-SERIAL-DISPLAY ' ' WS-RPT-AMOUNT-DISPLAY ' '
                   CP-CURRENCY ' ' CP-VALUE-DATE ' '
                   CP-TXN-REF ' ' CP-PAID-TIMESTAMP
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
      * WRITE-CHEQUE-TOTALS closes the report with the number of
      * cheques paid over the range and their total.
       WRITE-CHEQUE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CBSCI-CHEQUE-COUNT TO WS-RPT-COUNT-DISPLAY.
           MOVE CBSCI-TOTAL-PAID TO WS-RPT-TOTAL-DISPLAY.
           STRING 'CHEQUES PAID: ' WS-RPT-COUNT-DISPLAY
                   '   TOTAL PAID: ' WS-RPT-TOTAL-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.
