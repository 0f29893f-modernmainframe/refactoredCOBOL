      * style. With CBSTX-SOURCE-ARCHIVE set the same inquiry reads
      * CBS_ACCT_TXN_HIST_ARCH instead, so postings CBSRETAR has
      * moved past the retention period stay reachable.
      * Each posting also carries its TXN_REF and its category on
      * CBS_TXN_REVERSAL: a CBSTXREV reversing posting, or an
      * original that has been reversed, so the teller sees the pair
      * as one correction instead of two unrelated entries.
      * Month-end interest credits and the tax CBSINTFE withholds
      * from them are marked as such, and their totals come back as
      * the gross interest, the tax withheld and the net interest
      * over the range.
      * Each posting also carries the teller drawer a counter cash
      * posting went through, from either table.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-TO-DATE                   PIC X(10).
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-AMOUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-CATEGORY                  PIC X(1).
       01 WS-RPT-REASON                PIC X(50).
       01 WK-CONSTANTS.
          05 WK-DATE-FLOOR            PIC X(10) VALUE '0001-01-01'.
          05 WK-DATE-CEILING          PIC X(10) VALUE '9999-12-31'.
          05 WK-INTEREST-USERID       PIC X(10) VALUE 'CBSINTFE'.
       01 WS-RPT-TOTAL-DISPLAY         PIC -,---,---,---,--9.
      ******************************************************************
      * PATH : .../Cobol Include/CBSTXNH.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :

           EXEC SQL
             DECLARE TXNHISTCSR CURSOR FOR
                SELECT H.TXN_TYPE, H.TXN_AMOUNT, H.CURRENCY,
                       H.VALUE_DATE, H.DISPOSITION, H.REJECT_REASON,
                       H.POST_TIMESTAMP, H.TXN_REF, H.DRAWER_ID,
                       CASE
                         WHEN EXISTS
                              ( SELECT 1 FROM CBS_TXN_REVERSAL V
                                 WHERE V.REVERSAL_REF = H.TXN_REF
                                   AND ( V.ACCOUNT_NUMBER =
                                         H.ACCOUNT_NUMBER
                                      OR V.CONTRA_ACCOUNT =
                                         H.ACCOUNT_NUMBER ) )
                           THEN 'R'
                         WHEN H.DISPOSITION = 'A'
                          AND EXISTS
                              ( SELECT 1 FROM CBS_TXN_REVERSAL V
                                 WHERE V.ORIGINAL_REF = H.TXN_REF
                                   AND ( V.ACCOUNT_NUMBER =
                                         H.ACCOUNT_NUMBER
                                      OR V.CONTRA_ACCOUNT =
                                         H.ACCOUNT_NUMBER ) )
                           THEN 'V'
                         WHEN H.DISPOSITION = 'A'
                          AND H.POST_USERID = :WK-INTEREST-USERID
                          AND SUBSTR(H.TXN_REF, 1, 3) = 'INT'
                           THEN 'I'
                         WHEN H.DISPOSITION = 'A'
                          AND H.POST_USERID = :WK-INTEREST-USERID
                          AND SUBSTR(H.TXN_REF, 1, 3) = 'WHT'
                           THEN 'W'
                         ELSE ' '
                       END
                  FROM CBS_ACCT_TXN_HIST H
                 WHERE H.ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND H.VALUE_DATE BETWEEN :WS-FROM-DATE
                                        AND :WS-TO-DATE
                 ORDER BY H.POST_TIMESTAMP DESC
           END-EXEC.

      * The archive-side twin of TXNHISTCSR, over the rows CBSRETAR
      * has moved past the retention period.
           EXEC SQL
             DECLARE TXNARCICSR CURSOR FOR
                SELECT H.TXN_TYPE, H.TXN_AMOUNT, H.CURRENCY,
                       H.VALUE_DATE, H.DISPOSITION, H.REJECT_REASON,
                       H.POST_TIMESTAMP, H.TXN_REF, H.DRAWER_ID,
                       CASE
                         WHEN EXISTS
                              ( SELECT 1 FROM CBS_TXN_REVERSAL V
                                 WHERE V.REVERSAL_REF = H.TXN_REF
                                   AND ( V.ACCOUNT_NUMBER =
                                         H.ACCOUNT_NUMBER
                                      OR V.CONTRA_ACCOUNT =
                                         H.ACCOUNT_NUMBER ) )
                           THEN 'R'
                         WHEN H.DISPOSITION = 'A'
                          AND EXISTS
                              ( SELECT 1 FROM CBS_TXN_REVERSAL V
                                 WHERE V.ORIGINAL_REF = H.TXN_REF
                                   AND ( V.ACCOUNT_NUMBER =
                                         H.ACCOUNT_NUMBER
                                      OR V.CONTRA_ACCOUNT =
                                         H.ACCOUNT_NUMBER ) )
                           THEN 'V'
                         WHEN H.DISPOSITION = 'A'
                          AND H.POST_USERID = :WK-INTEREST-USERID
                          AND SUBSTR(H.TXN_REF, 1, 3) = 'INT'
                           THEN 'I'
                         WHEN H.DISPOSITION = 'A'
                          AND H.POST_USERID = :WK-INTEREST-USERID
                          AND SUBSTR(H.TXN_REF, 1, 3) = 'WHT'
                           THEN 'W'
                         ELSE ' '
                       END
                  FROM CBS_ACCT_TXN_HIST_ARCH H
                 WHERE H.ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND H.VALUE_DATE BETWEEN :WS-FROM-DATE
                                        AND :WS-TO-DATE
                 ORDER BY H.POST_TIMESTAMP DESC
           END-EXEC.

           EXEC SQL
       MAIN-PARA.
           MOVE CBSTX-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE 0 TO CBSTX-POSTING-COUNT.
           MOVE 0 TO CBSTX-INTEREST-GROSS.
           MOVE 0 TO CBSTX-TAX-WITHHELD.
           MOVE 0 TO CBSTX-INTEREST-NET.
           MOVE 0 TO WS-IDX.
           MOVE 'N' TO WS-EOF-SWITCH.
           SET CBSTX-SUCCESS TO TRUE.
              END-EXEC
           END-IF.

           COMPUTE CBSTX-INTEREST-NET =
                   CBSTX-INTEREST-GROSS - CBSTX-TAX-WITHHELD.
           IF CBSTX-REPORT-WANTED
              PERFORM WRITE-INTEREST-TOTALS
              CLOSE REPORT-FILE
           END-IF.
           IF CBSTX-POSTING-COUNT = 0
                   FETCH TXNARCICSR
                    INTO :TX-TXN-TYPE, :TX-TXN-AMOUNT, :TX-CURRENCY,
                         :TX-VALUE-DATE, :TX-DISPOSITION,
                         :TX-REJECT-REASON, :TX-POST-TIMESTAMP,
                         :TX-TXN-REF, :TX-DRAWER-ID, :WS-CATEGORY
              END-EXEC
           ELSE
              EXEC SQL
                   FETCH TXNHISTCSR
                    INTO :TX-TXN-TYPE, :TX-TXN-AMOUNT, :TX-CURRENCY,
                         :TX-VALUE-DATE, :TX-DISPOSITION,
                         :TX-REJECT-REASON, :TX-POST-TIMESTAMP,
                         :TX-TXN-REF, :TX-DRAWER-ID, :WS-CATEGORY
              END-EXEC
           END-IF.
           EVALUATE SQLCODE
      * and, when the report option is on, echoes the row to
      * REPORT-FILE. Rows past the table's 50-entry capacity are
      * counted but not stored, the same capacity behavior as
      * CBSAUINQ/LGPOLINQ; interest and withholding postings are
      * totalled either way.
       STORE-POSTING-ROW.
           ADD 1 TO CBSTX-POSTING-COUNT.
           EVALUATE WS-CATEGORY
              WHEN 'I'
                 ADD TX-TXN-AMOUNT TO CBSTX-INTEREST-GROSS
              WHEN 'W'
                 ADD TX-TXN-AMOUNT TO CBSTX-TAX-WITHHELD
           END-EVALUATE.
           IF WS-IDX < 50
              ADD 1 TO WS-IDX
              MOVE TX-TXN-TYPE       TO CBSTX-TXN-TYPE(WS-IDX)
              MOVE TX-DISPOSITION    TO CBSTX-DISPOSITION(WS-IDX)
              MOVE TX-REJECT-REASON  TO CBSTX-REJECT-REASON(WS-IDX)
              MOVE TX-POST-TIMESTAMP TO CBSTX-POST-TIMESTAMP(WS-IDX)
              MOVE TX-TXN-REF        TO CBSTX-TXN-REF(WS-IDX)
              MOVE WS-CATEGORY       TO CBSTX-CATEGORY(WS-IDX)
              MOVE TX-DRAWER-ID      TO CBSTX-DRAWER-ID(WS-IDX)
           END-IF.
           IF CBSTX-REPORT-WANTED
              PERFORM WRITE-POSTING-LINE
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TY      AMOUNT CCY VALUE-DATE D '
                   'POSTED                     REFERENCE        REASON'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
      * A reversal, reversed, interest or withholding posting is
      * accepted, so its REASON column is free to name the category.
       WRITE-POSTING-LINE.
           MOVE TX-TXN-AMOUNT TO WS-RPT-AMOUNT-DISPLAY.
           EVALUATE WS-CATEGORY
              WHEN 'R'
                 MOVE 'REVERSAL' TO WS-RPT-REASON
              WHEN 'V'
                 MOVE 'REVERSED' TO WS-RPT-REASON
              WHEN 'I'
                 MOVE 'INTEREST (GROSS)' TO WS-RPT-REASON
              WHEN 'W'
                 MOVE 'TAX WITHHELD' TO WS-RPT-REASON
              WHEN OTHER
                 MOVE TX-REJECT-REASON TO WS-RPT-REASON
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING TX-TXN-TYPE '  ' WS-RPT-AMOUNT-DISPLAY ' '
                   TX-CURRENCY ' ' TX-VALUE-DATE ' '
                   TX-DISPOSITION ' ' TX-POST-TIMESTAMP ' '
                   TX-TXN-REF ' ' WS-RPT-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
      * WRITE-INTEREST-TOTALS closes the report with the interest
      * paid over the range - gross, tax withheld and net.
       WRITE-INTEREST-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CBSTX-INTEREST-GROSS TO WS-RPT-TOTAL-DISPLAY.
           STRING 'INTEREST GROSS:     ' WS-RPT-TOTAL-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE CBSTX-TAX-WITHHELD TO WS-RPT-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TAX WITHHELD:       ' WS-RPT-TOTAL-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE CBSTX-INTEREST-NET TO WS-RPT-TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INTEREST NET:       ' WS-RPT-TOTAL-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
