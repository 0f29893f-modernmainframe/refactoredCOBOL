      * the cursor into its UPDATE's WHERE clause, so a row changed by
      * someone else since the FETCH is a zero-row update (SQLCODE
      * 100) and is skipped rather than silently overwritten.
      *
      * The account still goes DORMANT whatever the customer's
      * address, but the contact letter is checked against the
      * returned-mail register through TCSCRMCK first: for a customer
      * whose address the post office has sent mail back from, no
      * letter record is written and the letter is recorded for the
      * account's branch on the held-mail report (TCSCHMRP) instead.
      *
      * A RUNMODE card (CBSRUNMD) of 'P' runs the sweep as an impact
      * preview for operations to sign off: the status-rule check
      * and the dormancy selection run as normal, but each account is
      * listed on PREVRPT (CBSPVLIN) with its status, balance and
      * whether its letter would go out or be held, then the totals.
      * The returned-mail register is read directly rather than
      * through TCSCRMCK, which records the held letter. A preview
      * issues no UPDATE or INSERT and writes no letter file.
      ******************************************************************

       IDENTIFICATION DIVISION.
            ACCESS IS SEQUENTIAL
            FILE STATUS IS LTRFILE-STATUS.

            SELECT RUN-MODE-FILE ASSIGN TO RUNMODE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RUNMODE-STATUS.

            SELECT PREVIEW-FILE ASSIGN TO PREVRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PREVFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUS-RULES-FILE
       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

      * Run-mode control card - see CBSRUNMD.
       FD RUN-MODE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 RUN-MODE-REC.
           COPY CBSRUNMD.

      * Impact-preview listing - see CBSPVLIN.
       FD PREVIEW-FILE
            RECORD CONTAINS 132
            RECORDING MODE IS F.

       01 PREVIEW-LINE.
           COPY CBSPVLIN.
       01 PREVIEW-TEXT                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
          88 STATRULE-STATUS-EOF       VALUE '10'.
       01 LTRFILE-STATUS               PIC X(02) VALUE SPACES.
          88 LTRFILE-STATUS-OK         VALUE '00'.
       01 RUNMODE-STATUS               PIC X(02) VALUE SPACES.
          88 RUNMODE-STATUS-OK         VALUE '00'.
       01 PREVFILE-STATUS              PIC X(02) VALUE SPACES.
          88 PREVFILE-STATUS-OK        VALUE '00'.
       01 WS-RUN-MODE                  PIC X(1) VALUE 'U'.
          88 WS-PREVIEW-RUN            VALUE 'P'.
       01 WS-PREVIEW-BALANCE-TOTAL     PIC S9(18) USAGE COMP VALUE 0.
       01 WS-PREVIEW-RM-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LETTER-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-DORMANT-RULE-SWITCH       PIC X VALUE 'N'.
       01 WS-SKIPPED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FLAGGED-COUNT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
       01 WS-SKIPPED-COUNT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-DOC-REF-NUMBER            PIC 9(18).
       01 WK-CONSTANTS.
          05 WK-DORM-USERID           PIC X(10) VALUE 'CBSDORMS'.
          05 WK-DORM-REASON           PIC X(50)
             VALUE 'ACCOUNT DORMANT - NO ACTIVITY IN WINDOW'.
          05 WK-KEY-BANK              PIC X(1) VALUE 'B'.
          05 WK-MAIL-UNDELIVERABLE    PIC X(1) VALUE 'U'.
       01 WS-STATUS-RULE-TABLE.
          05 WS-STATUS-RULE OCCURS 20 TIMES.
             10 WS-SR-STATUS-CODE      PIC X(10).
             10 WS-SR-MESSAGE          PIC X(40).
             10 WS-SR-ACTION           PIC X(1).

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
             DECLARE DORMSWEEPCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
                       CUSTOMER_ID, ACCOUNT_STATUS,
                       LAST_ACTIVITY_DATE, UPD_TIMESTAMP,
                       LEDGER_BALANCE
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND LAST_ACTIVITY_DATE <
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-RUN-MODE-CARD.
           PERFORM LOAD-STATUS-RULES.
           PERFORM CHECK-DORMANT-RULE.
           IF NOT WS-DORMANT-RULE-FOUND
              STOP RUN
           END-IF.

           IF WS-PREVIEW-RUN
              PERFORM OPEN-PREVIEW-FILE
           ELSE
              OPEN OUTPUT LETTER-FILE
              IF NOT LTRFILE-STATUS-OK
                 DISPLAY 'ERROR OPENING LETTER FILE. STATUS='
                   LTRFILE-STATUS
                 STOP RUN
              END-IF
           END-IF.

           EXEC SQL
           END-EXEC.
           PERFORM FETCH-NEXT-DORMANT-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              IF WS-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-DORMANT-ACCOUNT
              ELSE
                 PERFORM FLAG-ONE-DORMANT-ACCOUNT
              END-IF
              PERFORM FETCH-NEXT-DORMANT-ROW
           END-PERFORM.
           EXEC SQL
             WS-FLAGGED-COUNT-DISPLAY.
           DISPLAY '(CBSDORMS) ACCOUNTS SKIPPED:          '
             WS-SKIPPED-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-HELD-COUNT-DISPLAY.
           DISPLAY '(CBSDORMS) LETTERS HELD:              '
             WS-HELD-COUNT-DISPLAY ' (RETURNED MAIL)'.

           IF WS-PREVIEW-RUN
              PERFORM CLOSE-PREVIEW-FILE
           ELSE
              CLOSE LETTER-FILE
           END-IF.
           STOP RUN.

      ******************************************************************
                 INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
                      :H1-ACCOUNT-NAME, :H1-CUSTOMER-ID,
                      :H1-ACCOUNT-STATUS, :H1-LAST-ACTIVITY-DATE,
                      :H1-UPD-TIMESTAMP, :H1-LEDGER-BALANCE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
              WHEN 0
                 ADD 1 TO WS-FLAGGED-COUNT
                 PERFORM INSERT-DORMANT-AUDIT-ROW
                 PERFORM CHECK-RETURNED-MAIL
                 IF CUSTRM-HELD
                    ADD 1 TO WS-HELD-COUNT
                 ELSE
                    PERFORM WRITE-LETTER-RECORD
                 END-IF
              WHEN 100
                 ADD 1 TO WS-SKIPPED-COUNT
                 DISPLAY
                SQLCODE
           END-IF.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the account holder's
      * address is undeliverable; a held letter is recorded at the
      * account's base branch. If the register cannot be read the
      * letter record is written as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE H1-CUSTOMER-ID    TO CUSTRM-CUSTOMER-KEY.
           MOVE 'DORM'            TO CUSTRM-DOC-TYPE.
           MOVE 'CBSDORMS'        TO CUSTRM-PROGRAM-NAME.
           MOVE H1-ACCOUNT-NUMBER TO WS-DOC-REF-NUMBER.
           MOVE WS-DOC-REF-NUMBER TO CUSTRM-DOC-REF.
           MOVE H1-BASE-BRANCH    TO CUSTRM-BRANCH-NAME.
           MOVE WS-BUSINESS-DATE  TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
       WRITE-LETTER-RECORD.
           MOVE H1-ACCOUNT-NUMBER     TO LT-ACCOUNT-NUMBER.
              DISPLAY 'ERROR WRITING LETTER FILE.'
           END-IF.

      ******************************************************************
      * PREVIEW-ONE-DORMANT-ACCOUNT lists an account the sweep would
      * move to DORMANT and whether its letter would be held for
      * returned mail, counting it as FLAG-ONE-DORMANT-ACCOUNT would.
      * A register that cannot be read shows the letter going out,
      * as the real run would send it.
       PREVIEW-ONE-DORMANT-ACCOUNT.
           MOVE 0 TO WS-PREVIEW-RM-COUNT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PREVIEW-RM-COUNT
                  FROM CUST_RETURNED_MAIL
                 WHERE KEY_TYPE = :WK-KEY-BANK
                   AND CUSTOMER_KEY = :H1-CUSTOMER-ID
                   AND MAIL_STATUS = :WK-MAIL-UNDELIVERABLE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-PREVIEW-RM-COUNT
           END-IF.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'CBSDORMS'         TO PV-PROGRAM-NAME.
           MOVE 'ACCOUNT'          TO PV-ITEM-TYPE.
           MOVE H1-ACCOUNT-NUMBER  TO PV-ITEM-KEY.
           MOVE H1-ACCOUNT-NAME    TO PV-ITEM-NAME.
           MOVE H1-BASE-BRANCH     TO PV-DETAIL.
           MOVE H1-ACCOUNT-STATUS  TO PV-CURRENT-STATUS.
           MOVE H1-LEDGER-BALANCE  TO PV-BALANCE.
           ADD 1 TO WS-FLAGGED-COUNT.
           ADD H1-LEDGER-BALANCE TO WS-PREVIEW-BALANCE-TOTAL.
           IF WS-PREVIEW-RM-COUNT > 0
              ADD 1 TO WS-HELD-COUNT
              MOVE 'DORMANT, HOLD LETTER' TO PV-ACTION
           ELSE
              MOVE 'DORMANT + LETTER'     TO PV-ACTION
           END-IF.
           PERFORM WRITE-PREVIEW-LINE.

      ******************************************************************
      * READ-RUN-MODE-CARD picks up the RUNMODE card - see CBSRUNMD.
      * No card is the ordinary updating run; a mode this program does
      * not know refuses the run rather than guess.
       READ-RUN-MODE-CARD.
           OPEN INPUT RUN-MODE-FILE.
           IF RUNMODE-STATUS-OK
              READ RUN-MODE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PM-PREVIEW-RUN OR PM-UPDATE-RUN
                       MOVE PM-RUN-MODE TO WS-RUN-MODE
                    ELSE
                       DISPLAY '(CBSDORMS) UNKNOWN RUN MODE '
                         PM-RUN-MODE ' - RUN REFUSED'
                       STOP RUN
                    END-IF
              END-READ
              CLOSE RUN-MODE-FILE
           END-IF.

      ******************************************************************
       OPEN-PREVIEW-FILE.
           OPEN OUTPUT PREVIEW-FILE.
           IF NOT PREVFILE-STATUS-OK
              DISPLAY 'ERROR OPENING PREVIEW FILE. STATUS='
                PREVFILE-STATUS
              STOP RUN
           END-IF.
           MOVE SPACES TO PREVIEW-TEXT.
           STRING 'IMPACT PREVIEW - NO CHANGES MADE   CBSDORMS  '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE 'PROGRAM'          TO PV-PROGRAM-NAME.
           MOVE 'TYPE'             TO PV-ITEM-TYPE.
           MOVE '    ACCOUNT NUMBER' TO PREVIEW-TEXT(19:18).
           MOVE 'NAME'             TO PV-ITEM-NAME.
           MOVE 'BRANCH'           TO PV-DETAIL.
           MOVE 'STATUS'           TO PV-CURRENT-STATUS.
           MOVE '         BALANCE' TO PV-BALANCE-TEXT.
           MOVE 'ACTION'           TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.

      ******************************************************************
       WRITE-PREVIEW-LINE.
           WRITE PREVIEW-LINE
           IF NOT PREVFILE-STATUS-OK
              DISPLAY 'ERROR WRITING PREVIEW FILE.'
           END-IF.
           MOVE SPACES TO PREVIEW-LINE.

      ******************************************************************
       CLOSE-PREVIEW-FILE.
           COMPUTE WS-LETTER-COUNT-DISPLAY =
                   WS-FLAGGED-COUNT - WS-HELD-COUNT.
           MOVE WS-PREVIEW-BALANCE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO PREVIEW-TEXT.
           STRING 'TOTAL ACCOUNTS TO DORMANT ' WS-FLAGGED-COUNT-DISPLAY
                   '   LETTERS ' WS-LETTER-COUNT-DISPLAY
                   '   HELD ' WS-HELD-COUNT-DISPLAY
                   '   LEDGER BALANCE ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           CLOSE PREVIEW-FILE.
           DISPLAY '(CBSDORMS) PREVIEW ONLY - NO ACCOUNT CHANGED'.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card so a
      * rerun after a failure carries the business date the run is
