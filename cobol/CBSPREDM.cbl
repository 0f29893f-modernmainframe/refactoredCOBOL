      *
      * WS-DORMANT-DAYS must match CBSDORMS's own threshold - the
      * warning is meaningless against a different clock.
      *
      * Each letter is first checked against the returned-mail
      * register through TCSCRMCK: a customer whose address the post
      * office has sent mail back from gets no letter - it is
      * recorded for the account's branch on the held-mail report
      * (TCSCHMRP) instead, and counted separately.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WK-WARNING-LEAD-DAYS         PIC 9(3) VALUE 30.
       01 WS-WARNING-AT-DAYS           PIC 9(3) VALUE 0.
       01 WS-LETTER-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DOC-REF-NUMBER            PIC 9(18).
       01 WS-LETTER-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
             DECLARE PREDORMCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.BASE_BRANCH,
                       A.ACCOUNT_NAME, A.LAST_ACTIVITY_DATE,
                       A.CUSTOMER_ID, B.CUSTNAME, B.ADDRESS
                  FROM CBS_ACCT_MSTR_DTL A, CUSTOMER B
                 WHERE A.CUSTOMER_ID = B.CUID
                   AND A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
           END-EXEC.
           PERFORM FETCH-NEXT-WARNING-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM CHECK-RETURNED-MAIL
              IF CUSTRM-HELD
                 ADD 1 TO WS-HELD-COUNT
              ELSE
                 PERFORM WRITE-ONE-LETTER
              END-IF
              PERFORM FETCH-NEXT-WARNING-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE PREDORMCSR
           END-EXEC.
      * Commits the CUST_HELD_MAIL rows TCSCRMCK recorded.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-LETTER-COUNT TO WS-LETTER-COUNT-DISPLAY.
           DISPLAY '(CBSPREDM) WARNING LETTERS WRITTEN: '
             WS-LETTER-COUNT-DISPLAY ' FOR ' WS-BUSINESS-DATE.
           MOVE WS-HELD-COUNT TO WS-LETTER-COUNT-DISPLAY.
           DISPLAY '(CBSPREDM) WARNING LETTERS HELD:    '
             WS-LETTER-COUNT-DISPLAY ' (RETURNED MAIL)'.

           CLOSE LETTER-FILE.
           STOP RUN.
                FETCH PREDORMCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
                      :H1-ACCOUNT-NAME, :H1-LAST-ACTIVITY-DATE,
                      :H1-CUSTOMER-ID, :CUSTOMER-NAME,
                      :CUSTOMER-ADDRESS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the account holder's
      * address is undeliverable; a held letter is recorded at the
      * account's base branch. If the register cannot be read the
      * letter is written as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE H1-CUSTOMER-ID    TO CUSTRM-CUSTOMER-KEY.
           MOVE 'PRDM'            TO CUSTRM-DOC-TYPE.
           MOVE 'CBSPREDM'        TO CUSTRM-PROGRAM-NAME.
           MOVE H1-ACCOUNT-NUMBER TO WS-DOC-REF-NUMBER.
           MOVE WS-DOC-REF-NUMBER TO CUSTRM-DOC-REF.
           MOVE H1-BASE-BRANCH    TO CUSTRM-BRANCH-NAME.
           MOVE WS-BUSINESS-DATE  TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * WRITE-ONE-LETTER is one customer's document: page break, name
      * and address block, the account going quiet, and a trailer -
