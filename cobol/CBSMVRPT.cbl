      * reject count, plus a bank-wide total line. A currency group
      * with no rate row for the day is flagged on its own line and
      * left out of the converted totals, the CBSMRPT behavior.
      * CBSTXREV reversing postings are their own category: they are
      * kept out of the debit and credit figures and counted and
      * totalled on a REV line under the branch (when it had any)
      * and in the bank-wide total, so a correction never reads as
      * fresh business.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-MV-CREDIT-COUNT           PIC S9(9) USAGE COMP.
       01 WS-MV-CREDIT-SUM             PIC S9(15) USAGE COMP-3.
       01 WS-MV-REJECT-COUNT           PIC S9(9) USAGE COMP.
       01 WS-MV-REVERSAL-COUNT         PIC S9(9) USAGE COMP.
       01 WS-MV-REVERSAL-SUM           PIC S9(15) USAGE COMP-3.
      * Control-break accumulators: the branch line sums its currency
      * groups after conversion into the reporting currency.
       01 WS-CURR-BRANCH               PIC X(20) VALUE SPACES.
       01 WS-BR-CREDIT-CONV            PIC S9(13)V99 USAGE COMP-3
          VALUE 0.
       01 WS-BR-REJECT-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BR-REVERSAL-COUNT         PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BR-REVERSAL-CONV          PIC S9(13)V99 USAGE COMP-3
          VALUE 0.
       01 WS-TOT-DEBIT-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-DEBIT-CONV            PIC S9(13)V99 USAGE COMP-3
          VALUE 0.
       01 WS-TOT-CREDIT-CONV           PIC S9(13)V99 USAGE COMP-3
          VALUE 0.
       01 WS-TOT-REJECT-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-REVERSAL-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOT-REVERSAL-CONV         PIC S9(13)V99 USAGE COMP-3
          VALUE 0.
       01 WS-NORATE-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CONVERTED                 PIC S9(13)V99 USAGE COMP-3.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.

      * The day's postings grouped by branch and currency: accepted
      * debit and credit counts and totals plus the reject count, in
      * branch order for the control break. A row whose reference is
      * a CBS_TXN_REVERSAL reversal on its account (V matched) is
      * counted and totalled as a reversal instead.
           EXEC SQL
             DECLARE MOVESUMCSR CURSOR FOR
                SELECT B.BASE_BRANCH, A.CURRENCY,
                       SUM(CASE WHEN A.DISPOSITION = 'A'
                                 AND A.TXN_TYPE = 'D'
                                 AND V.REVERSAL_REF IS NULL
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN A.DISPOSITION = 'A'
                                 AND A.TXN_TYPE = 'D'
                                 AND V.REVERSAL_REF IS NULL
                                THEN A.TXN_AMOUNT ELSE 0 END),
                       SUM(CASE WHEN A.DISPOSITION = 'A'
                                 AND A.TXN_TYPE = 'C'
                                 AND V.REVERSAL_REF IS NULL
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN A.DISPOSITION = 'A'
                                 AND A.TXN_TYPE = 'C'
                                 AND V.REVERSAL_REF IS NULL
                                THEN A.TXN_AMOUNT ELSE 0 END),
                       SUM(CASE WHEN A.DISPOSITION = 'R'
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN A.DISPOSITION = 'A'
                                 AND V.REVERSAL_REF IS NOT NULL
                                THEN 1 ELSE 0 END),
                       SUM(CASE WHEN A.DISPOSITION = 'A'
                                 AND V.REVERSAL_REF IS NOT NULL
                                THEN A.TXN_AMOUNT ELSE 0 END)
                  FROM CBS_ACCT_TXN_HIST A
                 INNER JOIN CBS_ACCT_MSTR_DTL B
                    ON A.ACCOUNT_NUMBER = B.ACCOUNT_NUMBER
                  LEFT OUTER JOIN CBS_TXN_REVERSAL V
                    ON V.REVERSAL_REF = A.TXN_REF
                   AND ( V.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                      OR V.CONTRA_ACCOUNT = A.ACCOUNT_NUMBER )
                 WHERE A.VALUE_DATE = :WS-BUSINESS-DATE
                 GROUP BY B.BASE_BRANCH, A.CURRENCY
                 ORDER BY B.BASE_BRANCH, A.CURRENCY
           END-EXEC.
                 INTO :WS-MV-BRANCH, :WS-MV-CURRENCY,
                      :WS-MV-DEBIT-COUNT, :WS-MV-DEBIT-SUM,
                      :WS-MV-CREDIT-COUNT, :WS-MV-CREDIT-SUM,
                      :WS-MV-REJECT-COUNT, :WS-MV-REVERSAL-COUNT,
                      :WS-MV-REVERSAL-SUM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
           ADD WS-MV-DEBIT-COUNT  TO WS-BR-DEBIT-COUNT.
           ADD WS-MV-CREDIT-COUNT TO WS-BR-CREDIT-COUNT.
           ADD WS-MV-REJECT-COUNT TO WS-BR-REJECT-COUNT.
           ADD WS-MV-REVERSAL-COUNT TO WS-BR-REVERSAL-COUNT.
           MOVE WS-MV-CURRENCY   TO FX-CURRENCY.
           MOVE WS-BUSINESS-DATE TO FX-RATE-DATE.
           EXEC SQL
              COMPUTE WS-CONVERTED ROUNDED =
                      WS-MV-CREDIT-SUM * FX-RATE-TO-REPORTING
              ADD WS-CONVERTED TO WS-BR-CREDIT-CONV
              COMPUTE WS-CONVERTED ROUNDED =
                      WS-MV-REVERSAL-SUM * FX-RATE-TO-REPORTING
              ADD WS-CONVERTED TO WS-BR-REVERSAL-CONV
           ELSE
              ADD 1 TO WS-NORATE-COUNT
              PERFORM WRITE-NORATE-LINE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF WS-BR-REVERSAL-COUNT > 0
              MOVE WS-BR-REVERSAL-COUNT TO WS-COUNT-DISPLAY
              MOVE WS-BR-REVERSAL-CONV  TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING WS-CURR-BRANCH
                      ' REV ' WS-COUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.
           ADD WS-BR-DEBIT-COUNT  TO WS-TOT-DEBIT-COUNT.
           ADD WS-BR-DEBIT-CONV   TO WS-TOT-DEBIT-CONV.
           ADD WS-BR-CREDIT-COUNT TO WS-TOT-CREDIT-COUNT.
           ADD WS-BR-CREDIT-CONV  TO WS-TOT-CREDIT-CONV.
           ADD WS-BR-REJECT-COUNT TO WS-TOT-REJECT-COUNT.
           ADD WS-BR-REVERSAL-COUNT TO WS-TOT-REVERSAL-COUNT.
           ADD WS-BR-REVERSAL-CONV  TO WS-TOT-REVERSAL-CONV.
           MOVE 0 TO WS-BR-DEBIT-COUNT.
           MOVE 0 TO WS-BR-DEBIT-CONV.
           MOVE 0 TO WS-BR-CREDIT-COUNT.
           MOVE 0 TO WS-BR-CREDIT-CONV.
           MOVE 0 TO WS-BR-REJECT-COUNT.
           MOVE 0 TO WS-BR-REVERSAL-COUNT.
           MOVE 0 TO WS-BR-REVERSAL-CONV.

      ******************************************************************
       WRITE-BANKWIDE-TOTAL.
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-TOT-REVERSAL-COUNT TO WS-COUNT-DISPLAY.
           MOVE WS-TOT-REVERSAL-CONV  TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BANK-WIDE TOTAL     '
                   ' REV ' WS-COUNT-DISPLAY ' ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-NORATE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CURRENCY GROUPS WITHOUT A RATE: '
      * with the final counts and return code.
       WRITE-RUN-LOG-END.
           COMPUTE RL-RECORDS-READ = WS-TOT-DEBIT-COUNT
                   + WS-TOT-CREDIT-COUNT + WS-TOT-REJECT-COUNT
                   + WS-TOT-REVERSAL-COUNT.
           MOVE 0 TO RL-RECORDS-UPDATED.
           MOVE WS-NORATE-COUNT TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
