      * loop, so a run that dies partway through leaves the live and
      * archive tables consistent with each other rather than an
      * interim INSERT-then-bulk-DELETE leaving orphaned archive rows.
      *
      * A RUNMODE card (CBSRUNMD) of 'P' runs an impact preview: the
      * same two cursors select, but each customer and account that
      * would be archived and deleted is listed on PREVRPT (CBSPVLIN)
      * with its status and, for an account, its ledger balance, then
      * the totals. A preview may be run on any calendar day so the
      * list can be signed off ahead of year-end; it issues no
      * INSERT, DELETE or BATCH_RUN_LOG row.
      ******************************************************************

       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS BUSDATE-STATUS.

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
      * Processing-calendar control card - see CBSBDATE.
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
       01 RUNMODE-STATUS               PIC X(02) VALUE SPACES.
          88 RUNMODE-STATUS-OK         VALUE '00'.
       01 PREVFILE-STATUS              PIC X(02) VALUE SPACES.
          88 PREVFILE-STATUS-OK        VALUE '00'.
       01 WS-RUN-MODE                  PIC X(1) VALUE 'U'.
          88 WS-PREVIEW-RUN            VALUE 'P'.
       01 WS-PREVIEW-BALANCE-TOTAL     PIC S9(18) USAGE COMP VALUE 0.
       01 WS-AMOUNT-DISPLAY            PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-DAY-TYPE                  PIC X(1) VALUE 'D'.
          88 WS-DAY-MONTH-END          VALUE 'M'.
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
                       PRODUCT_CODE, CUSTOMER_ID, ACCOUNT_STATUS,
                       PAYMENT_LIMIT, CURRENCY, COMPLIANCE_STATUS,
                       LAST_ACTIVITY_DATE, UPD_USERID, UPD_TIMESTAMP,
                       LEDGER_BALANCE, OVERDRAFT_LIMIT
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_STATUS = :ACCT-STATUS-INACTIVE
                   AND LAST_ACTIVITY_DATE <
       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-RUN-MODE-CARD.
      * Year-end work only runs on the calendar's year-end date; a
      * card for any other day ends the job untouched so the archive
      * purge can never fire mid-year by accident. No card at all
      * keeps the pre-calendar behavior for a manual run. A preview
      * changes nothing and may run on any day.
           IF BUSDATE-STATUS-OK AND NOT WS-DAY-YEAR-END
                                AND NOT WS-PREVIEW-RUN
              DISPLAY '(YRENDARC) NOT YEAR-END ON CALENDAR -'
                ' RUN SKIPPED'
              STOP RUN
           END-IF.
           IF WS-PREVIEW-RUN
              PERFORM OPEN-PREVIEW-FILE
           ELSE
              PERFORM WRITE-RUN-LOG-START
           END-IF.
           PERFORM ARCHIVE-CLOSED-CUSTOMERS.
           PERFORM ARCHIVE-INACTIVE-ACCOUNTS.
           MOVE WS-CUST-ARCHIVED-COUNT TO WS-CUST-COUNT-DISPLAY.
             WS-CUST-COUNT-DISPLAY.
           DISPLAY '(YRENDARC) ACCOUNTS ARCHIVED: '
             WS-ACCT-COUNT-DISPLAY.
           IF WS-PREVIEW-RUN
              PERFORM CLOSE-PREVIEW-FILE
           ELSE
              PERFORM WRITE-RUN-LOG-END
           END-IF.
           STOP RUN.

      ******************************************************************
           END-EXEC.
           PERFORM FETCH-NEXT-CLOSED-CUSTOMER.
           PERFORM UNTIL WS-CUST-END-OF-CURSOR
              IF WS-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-CUSTOMER
              ELSE
                 PERFORM ARCHIVE-ONE-CUSTOMER
              END-IF
              PERFORM FETCH-NEXT-CLOSED-CUSTOMER
           END-PERFORM.
           IF WS-CUST-COMMIT-TALLY > 0
           END-EXEC.
           PERFORM FETCH-NEXT-INACTIVE-ACCOUNT.
           PERFORM UNTIL WS-ACCT-END-OF-CURSOR
              IF WS-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-ACCOUNT
              ELSE
                 PERFORM ARCHIVE-ONE-ACCOUNT
              END-IF
              PERFORM FETCH-NEXT-INACTIVE-ACCOUNT
           END-PERFORM.
           IF WS-ACCT-COMMIT-TALLY > 0
                      :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
                      :H1-PAYMENT-LIMIT, :H1-CURRENCY,
                      :H1-COMPLIANCE-STATUS, :H1-LAST-ACTIVITY-DATE,
                      :H1-UPD-USERID, :H1-UPD-TIMESTAMP,
                      :H1-LEDGER-BALANCE, :H1-OVERDRAFT-LIMIT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
           MOVE H1-LAST-ACTIVITY-DATE TO AA-LAST-ACTIVITY-DATE.
           MOVE H1-UPD-USERID         TO AA-UPD-USERID.
           MOVE H1-UPD-TIMESTAMP      TO AA-UPD-TIMESTAMP.
           MOVE H1-OVERDRAFT-LIMIT    TO AA-OVERDRAFT-LIMIT.
           PERFORM INSERT-ACCOUNT-ARCHIVE-ROW.
           IF SQLCODE = 0
              PERFORM DELETE-ACCOUNT-ROW
                         PRODUCT_CODE , CUSTOMER_ID , ACCOUNT_STATUS ,
                         PAYMENT_LIMIT , CURRENCY , COMPLIANCE_STATUS ,
                         LAST_ACTIVITY_DATE , UPD_USERID ,
                         UPD_TIMESTAMP , ARCHIVED_TIMESTAMP ,
                         OVERDRAFT_LIMIT )
                VALUES
                       ( :AA-ACCOUNT-NUMBER , :AA-BASE-BRANCH ,
                         :AA-ACCOUNT-NAME , :AA-PRODUCT-CODE ,
                         :AA-PAYMENT-LIMIT , :AA-CURRENCY ,
                         :AA-COMPLIANCE-STATUS ,
                         :AA-LAST-ACTIVITY-DATE , :AA-UPD-USERID ,
                         :AA-UPD-TIMESTAMP , CURRENT TIMESTAMP ,
                         :AA-OVERDRAFT-LIMIT )
           END-EXEC.

      ******************************************************************
                COMMIT
           END-EXEC.

      ******************************************************************
      * PREVIEW-ONE-CUSTOMER lists a closed customer the run would
      * archive and delete; a customer carries no balance of its own.
       PREVIEW-ONE-CUSTOMER.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'YRENDARC'         TO PV-PROGRAM-NAME.
           MOVE 'CUSTOMER'         TO PV-ITEM-TYPE.
           MOVE CUSTOMER-ID        TO PV-ITEM-KEY.
           MOVE CUSTOMER-NAME      TO PV-ITEM-NAME.
           MOVE CA-CLOSED-TIMESTAMP(1:10) TO PV-DETAIL.
           MOVE CUSTOMER-STATUS    TO PV-CURRENT-STATUS.
           MOVE 'ARCHIVE + DELETE' TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.
           ADD 1 TO WS-CUST-ARCHIVED-COUNT.

      ******************************************************************
      * PREVIEW-ONE-ACCOUNT lists an INACTIVE account the run would
      * archive and delete. The archive row keeps no balance, so a
      * non-zero one here is worth a second look before sign-off.
       PREVIEW-ONE-ACCOUNT.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'YRENDARC'         TO PV-PROGRAM-NAME.
           MOVE 'ACCOUNT'          TO PV-ITEM-TYPE.
           MOVE H1-ACCOUNT-NUMBER  TO PV-ITEM-KEY.
           MOVE H1-ACCOUNT-NAME    TO PV-ITEM-NAME.
           MOVE H1-BASE-BRANCH     TO PV-DETAIL.
           MOVE H1-ACCOUNT-STATUS  TO PV-CURRENT-STATUS.
           MOVE H1-LEDGER-BALANCE  TO PV-BALANCE.
           MOVE 'ARCHIVE + DELETE' TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.
           ADD 1 TO WS-ACCT-ARCHIVED-COUNT.
           ADD H1-LEDGER-BALANCE TO WS-PREVIEW-BALANCE-TOTAL.

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
                       DISPLAY '(YRENDARC) UNKNOWN RUN MODE '
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
           STRING 'IMPACT PREVIEW - NO CHANGES MADE   YRENDARC  '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE 'PROGRAM'          TO PV-PROGRAM-NAME.
           MOVE 'TYPE'             TO PV-ITEM-TYPE.
           MOVE '  CUSTOMER/ACCOUNT' TO PREVIEW-TEXT(19:18).
           MOVE 'NAME'             TO PV-ITEM-NAME.
           MOVE 'CLOSED DATE/BRANCH' TO PV-DETAIL.
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
           MOVE WS-PREVIEW-BALANCE-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO PREVIEW-TEXT.
           STRING 'TOTAL CUSTOMERS TO ARCHIVE ' WS-CUST-COUNT-DISPLAY
                   '   ACCOUNTS TO ARCHIVE ' WS-ACCT-COUNT-DISPLAY
                   '   LEDGER BALANCE ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           CLOSE PREVIEW-FILE.
           DISPLAY '(YRENDARC) PREVIEW ONLY - NO ROW ARCHIVED'.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
