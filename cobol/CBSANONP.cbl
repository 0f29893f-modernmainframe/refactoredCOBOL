      * statement - with the per-run counts reported from SQLERRD(3).
      * Rows already anonymized are excluded so the counts mean
      * "anonymized this run".
      *
      * A RUNMODE card (CBSRUNMD) of 'P' runs an impact preview: two
      * read-only cursors with the UPDATEs' own predicates list every
      * archive customer and account the run would anonymize on
      * PREVRPT (CBSPVLIN) with its status and archive date or
      * branch, then the totals. The name and address are the PII
      * being retired, so the listing does not print them. A preview
      * issues no UPDATE.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSANONP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01 RUNMODE-STATUS               PIC X(02) VALUE SPACES.
          88 RUNMODE-STATUS-OK         VALUE '00'.
       01 PREVFILE-STATUS              PIC X(02) VALUE SPACES.
          88 PREVFILE-STATUS-OK        VALUE '00'.
       01 WS-RUN-MODE                  PIC X(1) VALUE 'U'.
          88 WS-PREVIEW-RUN            VALUE 'P'.
       01 WS-CUST-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-CUST-END-OF-CURSOR     VALUE 'Y'.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
      * Data-protection retention: archive rows older than seven
      * years lose their PII.
       01 WK-ANON-RETENTION-DAYS       PIC 9(5) VALUE 2555.
             INCLUDE CBSARCH
           END-EXEC.

      * Preview cursors: the same rows the two UPDATEs would change.
           EXEC SQL
             DECLARE CUSTANONCSR CURSOR FOR
                SELECT CUID, STATUS, ARCHIVED_TIMESTAMP
                  FROM CUSTOMER_ARCHIVE
                 WHERE ARCHIVED_TIMESTAMP <
                       CURRENT TIMESTAMP
                       - :WK-ANON-RETENTION-DAYS DAYS
                   AND CUSTNAME <> :WK-ANON-MARKER
                 ORDER BY CUID
           END-EXEC.

           EXEC SQL
             DECLARE ACCTANONCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_STATUS,
                       ARCHIVED_TIMESTAMP
                  FROM CBS_ACCT_MSTR_ARCHIVE
                 WHERE ARCHIVED_TIMESTAMP <
                       CURRENT TIMESTAMP
                       - :WK-ANON-RETENTION-DAYS DAYS
                   AND ACCOUNT_NAME <> :WK-ANON-MARKER
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-RUN-MODE-CARD.
           IF WS-PREVIEW-RUN
              PERFORM OPEN-PREVIEW-FILE
              PERFORM PREVIEW-CUSTOMER-ARCHIVE
              PERFORM PREVIEW-ACCOUNT-ARCHIVE
           ELSE
              PERFORM ANONYMIZE-CUSTOMER-ARCHIVE
              PERFORM ANONYMIZE-ACCOUNT-ARCHIVE
           END-IF.
           MOVE WS-CUST-ANON-COUNT TO WS-CUST-COUNT-DISPLAY.
           MOVE WS-ACCT-ANON-COUNT TO WS-ACCT-COUNT-DISPLAY.
           DISPLAY '(CBSANONP) CUSTOMER-ARCHIVE ROWS ANONYMIZED: '
             WS-CUST-COUNT-DISPLAY.
           DISPLAY '(CBSANONP) ACCOUNT-ARCHIVE ROWS ANONYMIZED:  '
             WS-ACCT-COUNT-DISPLAY.
           IF WS-PREVIEW-RUN
              PERFORM CLOSE-PREVIEW-FILE
           END-IF.
           STOP RUN.

      ******************************************************************
           EXEC SQL
                ROLLBACK
           END-EXEC.

      ******************************************************************
      * PREVIEW-CUSTOMER-ARCHIVE lists each archive customer
      * ANONYMIZE-CUSTOMER-ARCHIVE would overwrite.
       PREVIEW-CUSTOMER-ARCHIVE.
           EXEC SQL
                OPEN CUSTANONCSR
           END-EXEC.
           PERFORM FETCH-NEXT-ANON-CUSTOMER.
           PERFORM UNTIL WS-CUST-END-OF-CURSOR
              MOVE 'CBSANONP'         TO PV-PROGRAM-NAME
              MOVE 'CUSTOMER'         TO PV-ITEM-TYPE
              MOVE CA-CUID            TO PV-ITEM-KEY
              MOVE CA-ARCHIVED-TIMESTAMP(1:10) TO PV-DETAIL
              MOVE CA-STATUS          TO PV-CURRENT-STATUS
              MOVE 'ANONYMIZE NAME+ADDR' TO PV-ACTION
              PERFORM WRITE-PREVIEW-LINE
              ADD 1 TO WS-CUST-ANON-COUNT
              PERFORM FETCH-NEXT-ANON-CUSTOMER
           END-PERFORM.
           EXEC SQL
                CLOSE CUSTANONCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-ANON-CUSTOMER.
           EXEC SQL
                FETCH CUSTANONCSR
                 INTO :CA-CUID, :CA-STATUS, :CA-ARCHIVED-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-CUST-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSANONP) CUSTOMER FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-CUST-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * PREVIEW-ACCOUNT-ARCHIVE lists each archive account
      * ANONYMIZE-ACCOUNT-ARCHIVE would overwrite.
       PREVIEW-ACCOUNT-ARCHIVE.
           EXEC SQL
                OPEN ACCTANONCSR
           END-EXEC.
           PERFORM FETCH-NEXT-ANON-ACCOUNT.
           PERFORM UNTIL WS-ACCT-END-OF-CURSOR
              MOVE 'CBSANONP'         TO PV-PROGRAM-NAME
              MOVE 'ACCOUNT'          TO PV-ITEM-TYPE
              MOVE AA-ACCOUNT-NUMBER  TO PV-ITEM-KEY
              MOVE AA-BASE-BRANCH     TO PV-DETAIL
              MOVE AA-ACCOUNT-STATUS  TO PV-CURRENT-STATUS
              MOVE 'ANONYMIZE NAME'   TO PV-ACTION
              PERFORM WRITE-PREVIEW-LINE
              ADD 1 TO WS-ACCT-ANON-COUNT
              PERFORM FETCH-NEXT-ANON-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE ACCTANONCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-ANON-ACCOUNT.
           EXEC SQL
                FETCH ACCTANONCSR
                 INTO :AA-ACCOUNT-NUMBER, :AA-BASE-BRANCH,
                      :AA-ACCOUNT-STATUS, :AA-ARCHIVED-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSANONP) ACCOUNT FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
           END-EVALUATE.

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
                       DISPLAY '(CBSANONP) UNKNOWN RUN MODE '
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
           STRING 'IMPACT PREVIEW - NO CHANGES MADE   CBSANONP  '
                   'ARCHIVE ROWS OLDER THAN ' WK-ANON-RETENTION-DAYS
                   ' DAYS'
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           MOVE 'PROGRAM'          TO PV-PROGRAM-NAME.
           MOVE 'TYPE'             TO PV-ITEM-TYPE.
           MOVE ' CUSTOMER/ACCOUNT' TO PREVIEW-TEXT(19:18).
           MOVE 'ARCHIVED DATE/BRANCH' TO PV-DETAIL.
           MOVE 'STATUS'           TO PV-CURRENT-STATUS.
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
           MOVE SPACES TO PREVIEW-TEXT.
           STRING 'TOTAL CUSTOMER-ARCHIVE ROWS TO ANONYMIZE '
                   WS-CUST-COUNT-DISPLAY
                   '   ACCOUNT-ARCHIVE ROWS TO ANONYMIZE '
                   WS-ACCT-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO PREVIEW-TEXT
           END-STRING.
           PERFORM WRITE-PREVIEW-LINE.
           CLOSE PREVIEW-FILE.
           DISPLAY '(CBSANONP) PREVIEW ONLY - NO ROW ANONYMIZED'.
