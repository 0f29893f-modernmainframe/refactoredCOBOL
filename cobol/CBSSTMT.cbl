      * CBS_ACCT_MSTR_DTL accounts, and writes a formatted print/mail
      * file: name and address block from CUSTOMER, one line per
      * account (branch, product, status, currency, payment limit,
      * ledger balance, arranged overdraft limit and the headroom
      * left for further debits - balance plus overdraft limit less
      * any amounts under an ACTIVE CBS_ACCT_HOLD),
      * an ASA page break per customer and a document trailer closing
      * each statement.
      *
      * A customer's accounts are those they are primary holder of
      * (CUSTOMER_ID) plus those they are an ACTIVE joint holder or
      * authorised signatory of on CBS_ACCT_PARTY, so every holder of
      * a joint account receives their own copy, addressed to them.
      * An account with more than one ACTIVE party is marked JOINT on
      * the statement line.
      *
      * The run is driven by the BUSDATE processing-calendar card: it
      * only produces statements when the card marks the date as
      * month-end (or year-end, which closes a month too). A missing
      *       so branch ranges must partition the customer base, not
      *       just the branch list.
      * No card means the original full single-pass run.
      *
      * Before each statement the customer is checked against the
      * returned-mail register through TCSCRMCK: a customer whose
      * address the post office has sent mail back from gets no
      * statement in the print file - it is recorded instead for the
      * branch held-mail report (TCSCHMRP), held at the base branch
      * of the customer's accounts, and counted separately.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
       01 WS-STMT-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CUST-ACCT-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-STMT-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-ACCT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-LIMIT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-BALANCE-DISPLAY       PIC -,---,---,---,--9.
       01 WS-RPT-OD-LIMIT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-HEADROOM-DISPLAY      PIC -,---,---,---,--9.
       01 WS-DEBIT-HEADROOM            PIC S9(18) USAGE COMP VALUE 0.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
       01 WK-HOLD-ACTIVE               PIC X(10) VALUE 'ACTIVE'.
       01 WK-PARTY-ACTIVE              PIC X(10) VALUE 'ACTIVE'.
       01 WS-PARTY-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HOLDING-TEXT              PIC X(5).

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSHOLD
           END-EXEC.

      * The partition predicates collapse to no-ops on a full run:
      * MOD(CUID, 1) + 1 is always 1, and the branch filter is only
      * evaluated when the card asked for it. The outer CUSTOMER is
      * aliased C so the correlated subqueries compare against the
      * customer being selected, not CBS_ACCT_PARTY's own CUID.
           EXEC SQL
             DECLARE CUSTSTMTCSR CURSOR FOR
                SELECT C.CUID, C.CUSTNAME, C.ADDRESS
                  FROM CUSTOMER C
                 WHERE C.STATUS = :CUST-STATUS-ACTIVE
                   AND MOD(C.CUID, :WS-SPLIT-OF) + 1 = :WS-SPLIT-SLICE
                   AND ( :WS-BRANCH-FILTER = 'N'
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_MSTR_DTL A
                            WHERE ( A.CUSTOMER_ID = C.CUID
                                 OR EXISTS
                                    ( SELECT 1 FROM CBS_ACCT_PARTY P
                                       WHERE P.ACCOUNT_NUMBER =
                                             A.ACCOUNT_NUMBER
                                         AND P.CUID = C.CUID
                                         AND P.PARTY_STATUS =
                                             :WK-PARTY-ACTIVE ) )
                              AND A.BASE_BRANCH
                                  BETWEEN :WS-FROM-BRANCH
                                      AND :WS-TO-BRANCH ) )
                 ORDER BY C.CUID
           END-EXEC.

           EXEC SQL
             DECLARE ACCTSTMTCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, PRODUCT_CODE,
                       ACCOUNT_STATUS, CURRENCY, PAYMENT_LIMIT,
                       LEDGER_BALANCE, OVERDRAFT_LIMIT,
                       ( SELECT COUNT(*) FROM CBS_ACCT_PARTY Q
                          WHERE Q.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND Q.PARTY_STATUS = :WK-PARTY-ACTIVE )
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :CUSTOMER-ID
                    OR EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID = :CUSTOMER-ID
                            AND P.PARTY_STATUS = :WK-PARTY-ACTIVE )
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           END-EXEC.
           PERFORM FETCH-NEXT-STMT-CUSTOMER.
           PERFORM UNTIL WS-CUST-END-OF-CURSOR
              PERFORM CHECK-RETURNED-MAIL
              IF CUSTRM-HELD
                 ADD 1 TO WS-HELD-COUNT
              ELSE
                 PERFORM PRODUCE-ONE-STATEMENT
              END-IF
              PERFORM FETCH-NEXT-STMT-CUSTOMER
           END-PERFORM.
           EXEC SQL
           MOVE WS-STMT-COUNT TO WS-STMT-COUNT-DISPLAY.
           DISPLAY '(CBSSTMT) STATEMENTS PRODUCED: '
             WS-STMT-COUNT-DISPLAY ' FOR ' WS-BUSINESS-DATE.
           MOVE WS-HELD-COUNT TO WS-STMT-COUNT-DISPLAY.
           DISPLAY '(CBSSTMT) STATEMENTS HELD:     '
             WS-STMT-COUNT-DISPLAY ' (RETURNED MAIL)'.

           PERFORM WRITE-RUN-LOG-END.
           CLOSE STATEMENT-FILE.
                 SET WS-CUST-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the customer's
      * address is undeliverable; a held statement is recorded on
      * CUST_HELD_MAIL there, in this run's unit of work. If the
      * register cannot be read the statement is printed as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE CUSTOMER-ID      TO CUSTRM-CUSTOMER-KEY.
           MOVE 'STMT'           TO CUSTRM-DOC-TYPE.
           MOVE 'CBSSTMT'        TO CUSTRM-PROGRAM-NAME.
           MOVE CUSTOMER-ID      TO CUSTRM-DOC-REF.
           MOVE WS-BUSINESS-DATE TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * PRODUCE-ONE-STATEMENT writes one customer's document: page
      * break, name and address block, one line per account, document
           PERFORM WRITE-STATEMENT-LINE.
           STRING 'ACCOUNT-NUMBER      BRANCH               '
                   'PRODUCT STATUS     CCY PAYMENT-LIMIT'
                   '       LEDGER-BALANCE    OD-LIMIT'
                   '    HEADROOM HOLDING'
                   DELIMITED BY SIZE
                   INTO STMT-TEXT
           END-STRING.
                 INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
                      :H1-PRODUCT-CODE, :H1-ACCOUNT-STATUS,
                      :H1-CURRENCY, :H1-PAYMENT-LIMIT,
                      :H1-LEDGER-BALANCE, :H1-OVERDRAFT-LIMIT,
                      :WS-PARTY-COUNT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
           MOVE H1-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE H1-PAYMENT-LIMIT  TO WS-RPT-LIMIT-DISPLAY.
           MOVE H1-LEDGER-BALANCE TO WS-RPT-BALANCE-DISPLAY.
           MOVE H1-OVERDRAFT-LIMIT TO WS-RPT-OD-LIMIT-DISPLAY.
           MOVE 0 TO WS-HELD-AMOUNT.
           EXEC SQL
                SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                  INTO :WS-HELD-AMOUNT
                  FROM CBS_ACCT_HOLD
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND HOLD_STATUS = :WK-HOLD-ACTIVE
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSSTMT) HOLD LOOKUP FAILED. SQLCODE=' SQLCODE
           END-IF.
           COMPUTE WS-DEBIT-HEADROOM =
                   H1-LEDGER-BALANCE + H1-OVERDRAFT-LIMIT
                   - WS-HELD-AMOUNT.
           MOVE WS-DEBIT-HEADROOM TO WS-RPT-HEADROOM-DISPLAY.
           IF WS-PARTY-COUNT > 1
              MOVE 'JOINT' TO WS-HOLDING-TEXT
           ELSE
              MOVE 'SOLE'  TO WS-HOLDING-TEXT
           END-IF.
           MOVE SPACES TO STMT-TEXT.
           STRING WS-RPT-ACCOUNT-DISPLAY ' ' H1-BASE-BRANCH ' '
                   H1-PRODUCT-CODE '   ' H1-ACCOUNT-STATUS ' '
                   H1-CURRENCY ' ' WS-RPT-LIMIT-DISPLAY ' '
                   WS-RPT-BALANCE-DISPLAY ' ' WS-RPT-OD-LIMIT-DISPLAY
                   ' ' WS-RPT-HEADROOM-DISPLAY ' ' WS-HOLDING-TEXT
                   DELIMITED BY SIZE
                   INTO STMT-TEXT
           END-STRING.
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the final counts and return code.
       WRITE-RUN-LOG-END.
           COMPUTE RL-RECORDS-READ = WS-STMT-COUNT + WS-HELD-COUNT.
           MOVE WS-STMT-COUNT TO RL-RECORDS-UPDATED.
           MOVE 0 TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
