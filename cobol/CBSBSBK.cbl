      * changed by someone else between the FETCH and the UPDATE (a
      * zero-row update, SQLCODE 100) is skipped rather than aborting
      * the whole run, and is not counted in CBSBK-CHANGED-COUNT.
      *
      * CBSBK-RUN-MODE 'P' is an impact preview for signing off a
      * branch or product filter before the real call: the same
      * filter validation and cursors run, but every account the
      * filter would deregister is written to PREVRPT (CBSPVLIN
      * layout) with its branch, status and balance instead of
      * being changed, followed by the account and balance totals.
      * CBSBK-CHANGED-COUNT returns how many would change. A preview
      * issues no UPDATE or INSERT - not even the BATCH_RUN_LOG row -
      * and a PREVRPT that will not open returns CBSBK-NOPREVIEW
      * without reading an account.
      ******************************************************************

       IDENTIFICATION DIVISION.
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

            SELECT PREVIEW-FILE ASSIGN TO PREVRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PREVFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Processing-calendar control card - see CBSBDATE.
       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

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
       01 PREVFILE-STATUS              PIC X(02) VALUE SPACES.
          88 PREVFILE-STATUS-OK        VALUE '00'.
       01 WS-PREVIEW-SWITCH            PIC X VALUE 'N'.
          88 WS-PREVIEW-FILE-OPEN      VALUE 'Y'.
       01 WS-PREVIEW-BALANCE-TOTAL     PIC S9(18) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WK-CONSTANTS.
          05 WK-BULKDEREG-USERID      PIC X(10) VALUE 'CBSBSBK'.
          05 WK-BULKDEREG-REASON      PIC X(50)
             VALUE 'BULK ACCOUNT DEREGISTRATION'.
          05 WK-PREVIEW-ACTION        PIC X(20) VALUE 'SET INACTIVE'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCBS-ACCT-MSTR-DTL.
      *    10 H1-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
      *    10 H1-BASE-BRANCH       PIC X(20).
      *    10 H1-ACCOUNT-NAME      PIC X(50).
      *    10 H1-CUSTOMER-ID       PIC S9(9) USAGE COMP.
      *    10 H1-LEDGER-BALANCE    PIC S9(18) USAGE COMP.
      *    10 H1-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * COPY SQLCA.
           EXEC SQL
             DECLARE BRANCHDEREGCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_NAME, CUSTOMER_ID,
                       ACCOUNT_STATUS, UPD_TIMESTAMP, BASE_BRANCH,
                       LEDGER_BALANCE
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE BASE_BRANCH = :CBSBK-FILTER-VALUE
                   AND ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
           EXEC SQL
             DECLARE PRODUCTDEREGCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ACCOUNT_NAME, CUSTOMER_ID,
                       ACCOUNT_STATUS, UPD_TIMESTAMP, BASE_BRANCH,
                       LEDGER_BALANCE
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE PRODUCT_CODE = :CBSBK-FILTER-VALUE
                   AND ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE

       PROCEDURE DIVISION USING CBSBK-BULK-DEREG-AREA.
       MAIN-PARA.
           IF CBSBK-PREVIEW-RUN
              PERFORM OPEN-PREVIEW-FILE
           ELSE
              PERFORM WRITE-RUN-LOG-START
           END-IF.
           SET CBSBK-SUCCESS TO TRUE.
           MOVE 0 TO CBSBK-CHANGED-COUNT.
           EVALUATE TRUE
              WHEN CBSBK-PREVIEW-RUN AND NOT WS-PREVIEW-FILE-OPEN
                 SET CBSBK-NOPREVIEW TO TRUE
              WHEN CBSBK-FILTER-BRANCH
                 PERFORM PROCESS-BRANCH-FILTER
              WHEN CBSBK-FILTER-PRODUCT
           IF CBSBK-SUCCESS AND CBSBK-CHANGED-COUNT = 0
              SET CBSBK-NOACCOUNTS TO TRUE
           END-IF.
           IF CBSBK-PREVIEW-RUN
              PERFORM CLOSE-PREVIEW-FILE
           ELSE
              PERFORM WRITE-RUN-LOG-END
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
           END-EXEC.
           PERFORM FETCH-BRANCH-ACCOUNT-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              IF CBSBK-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-ACCOUNT
              ELSE
                 PERFORM DEREG-ONE-ACCOUNT
              END-IF
              PERFORM FETCH-BRANCH-ACCOUNT-ROW
           END-PERFORM.
           IF WS-COMMIT-TALLY > 0
                FETCH BRANCHDEREGCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-NAME,
                      :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
                      :H1-UPD-TIMESTAMP, :H1-BASE-BRANCH,
                      :H1-LEDGER-BALANCE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
           END-EXEC.
           PERFORM FETCH-PRODUCT-ACCOUNT-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              IF CBSBK-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-ACCOUNT
              ELSE
                 PERFORM DEREG-ONE-ACCOUNT
              END-IF
              PERFORM FETCH-PRODUCT-ACCOUNT-ROW
           END-PERFORM.
           IF WS-COMMIT-TALLY > 0
                FETCH PRODUCTDEREGCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-ACCOUNT-NAME,
                      :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
                      :H1-UPD-TIMESTAMP, :H1-BASE-BRANCH,
                      :H1-LEDGER-BALANCE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
              ADD 1 TO CBSBK-CHANGED-COUNT
           END-IF.

      ******************************************************************
      * PREVIEW-ONE-ACCOUNT lists an account DEREG-ONE-ACCOUNT would
      * have flipped to INACTIVE, and counts it as changed so the
      * caller sees the same count the real call would return.
       PREVIEW-ONE-ACCOUNT.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'CBSBSBK'          TO PV-PROGRAM-NAME.
           MOVE 'ACCOUNT'          TO PV-ITEM-TYPE.
           MOVE H1-ACCOUNT-NUMBER  TO PV-ITEM-KEY.
           MOVE H1-ACCOUNT-NAME    TO PV-ITEM-NAME.
           MOVE H1-BASE-BRANCH     TO PV-DETAIL.
           MOVE H1-ACCOUNT-STATUS  TO PV-CURRENT-STATUS.
           MOVE H1-LEDGER-BALANCE  TO PV-BALANCE.
           MOVE WK-PREVIEW-ACTION  TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.
           ADD 1 TO CBSBK-CHANGED-COUNT.
           ADD H1-LEDGER-BALANCE TO WS-PREVIEW-BALANCE-TOTAL.

      ******************************************************************
      * OPEN-PREVIEW-FILE opens PREVRPT and heads it with the filter
      * being signed off and the business date it was previewed for.
       OPEN-PREVIEW-FILE.
           PERFORM READ-BUSINESS-DATE.
           IF WS-BUSINESS-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.
           OPEN OUTPUT PREVIEW-FILE.
           IF NOT PREVFILE-STATUS-OK
              DISPLAY '(CBSBSBK) ERROR OPENING PREVIEW FILE. STATUS='
                PREVFILE-STATUS
           ELSE
              SET WS-PREVIEW-FILE-OPEN TO TRUE
              MOVE SPACES TO PREVIEW-TEXT
              STRING 'IMPACT PREVIEW - NO CHANGES MADE   CBSBSBK   '
                      'BUSINESS DATE ' WS-BUSINESS-DATE
                      '   FILTER ' CBSBK-FILTER-TYPE
                      ' ' CBSBK-FILTER-VALUE
                      DELIMITED BY SIZE
                      INTO PREVIEW-TEXT
              END-STRING
              PERFORM WRITE-PREVIEW-LINE
              MOVE SPACES TO PREVIEW-LINE
              MOVE 'PROGRAM'          TO PV-PROGRAM-NAME
              MOVE 'TYPE'             TO PV-ITEM-TYPE
              MOVE '    ACCOUNT NUMBER' TO PREVIEW-TEXT(19:18)
              MOVE 'NAME'             TO PV-ITEM-NAME
              MOVE 'BRANCH'           TO PV-DETAIL
              MOVE 'STATUS'           TO PV-CURRENT-STATUS
              MOVE '         BALANCE' TO PV-BALANCE-TEXT
              MOVE 'ACTION'           TO PV-ACTION
              PERFORM WRITE-PREVIEW-LINE
           END-IF.

      ******************************************************************
       WRITE-PREVIEW-LINE.
           WRITE PREVIEW-LINE.
           IF NOT PREVFILE-STATUS-OK
              DISPLAY '(CBSBSBK) ERROR WRITING PREVIEW FILE. STATUS='
                PREVFILE-STATUS
           END-IF.
           MOVE SPACES TO PREVIEW-LINE.

      ******************************************************************
      * CLOSE-PREVIEW-FILE ends the listing with the totals the
      * real call would produce.
       CLOSE-PREVIEW-FILE.
           IF WS-PREVIEW-FILE-OPEN
              MOVE CBSBK-CHANGED-COUNT      TO WS-COUNT-DISPLAY
              MOVE WS-PREVIEW-BALANCE-TOTAL TO WS-AMOUNT-DISPLAY
              MOVE SPACES TO PREVIEW-TEXT
              STRING 'TOTAL ACCOUNTS TO SET INACTIVE ' WS-COUNT-DISPLAY
                      '   LEDGER BALANCE ' WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE
                      INTO PREVIEW-TEXT
              END-STRING
              PERFORM WRITE-PREVIEW-LINE
              CLOSE PREVIEW-FILE
              DISPLAY '(CBSBSBK) PREVIEW ONLY - ACCOUNTS LISTED: '
                WS-COUNT-DISPLAY
           END-IF.

      ******************************************************************
       COMMIT-BULK-DEREG.
           EXEC SQL
