      *  - writes the regulator's remittance record and a final-
      *    notice letter in the CBSSTMT document style.
      *
      * An account with money ring-fenced by an ACTIVE CBS_ACCT_HOLD
      * (a court freezing order, say) is not escheated: its
      * remittable amount is the available balance, not the ledger,
      * and the held part belongs to whoever the hold protects. It
      * stays DORMANT, is listed on the report for back office, and
      * comes up again on the next run once the hold is released or
      * expires.
      *
      * Totals by branch go to the run report. ESCHEATED is honored
      * through the same STATUS-RULES-FILE gate CBSORPHR uses for
      * SUSPENDED: the run refuses to start unless the control card
      * lists it. The years card has no safe default - a missing
      * ESCHYRS card refuses the run.
      *
      * A RUNMODE card (CBSRUNMD) of 'P' runs an impact preview for
      * operations to sign off the ESCHYRS card before the real run:
      * the cards, status-rule gate, selection, oversize and hold
      * checks all run as normal, but each account is listed on
      * PREVRPT (CBSPVLIN) with its balance and what would happen to
      * it - escheated, or skipped and why - and the branch and grand
      * totals go to PREVRPT as well. A preview issues no UPDATE or
      * INSERT and writes no remittance, letter or report file.
      ******************************************************************

       IDENTIFICATION DIVISION.
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

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
            RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(132).

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
       01 STATRULE-STATUS              PIC X(02) VALUE SPACES.
          88 STATRULE-STATUS-OK        VALUE '00'.
          88 LTRFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 RUNMODE-STATUS               PIC X(02) VALUE SPACES.
          88 RUNMODE-STATUS-OK         VALUE '00'.
       01 PREVFILE-STATUS              PIC X(02) VALUE SPACES.
          88 PREVFILE-STATUS-OK        VALUE '00'.
       01 WS-RUN-MODE                  PIC X(1) VALUE 'U'.
          88 WS-PREVIEW-RUN            VALUE 'P'.
       01 WS-PREVIEW-ACTION            PIC X(20) VALUE SPACES.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
      * Branch and grand total lines go to ESCHRPT, or to PREVRPT in
      * a preview, where the amounts are still to be remitted.
       01 WS-TOTAL-LINE                PIC X(132) VALUE SPACES.
       01 WS-TOTAL-VERB                PIC X(10) VALUE ' REMITTED '.
       01 WS-POST-REF                  PIC X(16) VALUE SPACES.
      * Every WK-COMMIT-INTERVAL escheated accounts, a COMMIT closes
      * out the unit of work, the YRENDARC interval pattern.
          VALUE 999999999.
       01 WS-OVERSIZE-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-OVERSIZE-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
      * Sum of the account's ACTIVE CBS_ACCT_HOLD amounts.
       01 WS-HELD-AMOUNT               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-ESCH-USERID           PIC X(10) VALUE 'CBSESCHT'.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-ESCH-REASON           PIC X(50)
             VALUE 'ESCHEATED TO STATE - UNCLAIMED PROPERTY'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSAUDIT / CBSTXNH
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-AUDIT-LOG.
      *01  DCLCBS-ACCT-TXN-HIST.  01 DCLCBS-ACCT-HOLD.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSHOLD
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-YEARS-CARD.
           PERFORM READ-RUN-MODE-CARD.
           PERFORM LOAD-STATUS-RULES.
           PERFORM CHECK-ESCHEAT-RULE.
           IF NOT WS-ESCHEAT-RULE-FOUND
              STOP RUN
           END-IF.

           IF WS-PREVIEW-RUN
              PERFORM OPEN-PREVIEW-FILE
           ELSE
              PERFORM OPEN-ESCHEAT-FILES
           END-IF.
           MOVE SPACES TO WS-POST-REF.
           STRING 'ESC' WS-BUSINESS-DATE(1:7)
                   DELIMITED BY SIZE
             WS-SKIPPED-DISPLAY.
           DISPLAY '(CBSESCHT) OVERSIZE BALANCES:  '
             WS-OVERSIZE-DISPLAY.
           MOVE WS-HELD-COUNT      TO WS-HELD-DISPLAY.
           DISPLAY '(CBSESCHT) HELD FUNDS:         '
             WS-HELD-DISPLAY.

           IF WS-PREVIEW-RUN
              CLOSE PREVIEW-FILE
              DISPLAY '(CBSESCHT) PREVIEW ONLY - NO ACCOUNT CHANGED'
           ELSE
              CLOSE REMITTANCE-FILE
              CLOSE LETTER-FILE
              CLOSE REPORT-FILE
           END-IF.
           STOP RUN.

      ******************************************************************
       OPEN-ESCHEAT-FILES.
           OPEN OUTPUT REMITTANCE-FILE
           IF NOT REMFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REMITTANCE FILE. STATUS='
                REMFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT LETTER-FILE
           IF NOT LTRFILE-STATUS-OK
              DISPLAY 'ERROR OPENING LETTER FILE. STATUS='
                LTRFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

      ******************************************************************
      * READ-YEARS-CARD takes the statutory period. Remitting a
      * customer's money to the state has no safe default period -
           IF H1-LEDGER-BALANCE > WK-MAX-POST-AMOUNT
              ADD 1 TO WS-OVERSIZE-COUNT
              ADD 1 TO WS-SKIPPED-COUNT
              IF WS-PREVIEW-RUN
                 MOVE 'SKIP - OVER FORMAT' TO WS-PREVIEW-ACTION
                 PERFORM WRITE-PREVIEW-ACCOUNT
              ELSE
                 PERFORM WRITE-OVERSIZE-LINE
              END-IF
              DISPLAY '(CBSESCHT) SKIPPED - BALANCE EXCEEDS POSTING'
                ' FORMAT. ACCT=' H1-ACCOUNT-NUMBER
           ELSE
              PERFORM ESCHEAT-IF-UNHELD
           END-IF.

      ******************************************************************
      * ESCHEAT-IF-UNHELD remits only an account with nothing held -
      * see the program header. A failed hold lookup skips the
      * account for this run rather than guess.
       ESCHEAT-IF-UNHELD.
           MOVE 0 TO WS-HELD-AMOUNT.
           EXEC SQL
                SELECT COALESCE(SUM(HOLD_AMOUNT), 0)
                  INTO :WS-HELD-AMOUNT
                  FROM CBS_ACCT_HOLD
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND HOLD_STATUS = :WK-HOLD-ACTIVE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 ADD 1 TO WS-SKIPPED-COUNT
                 DISPLAY '(CBSESCHT) HOLD LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-HELD-AMOUNT > 0
                 ADD 1 TO WS-HELD-COUNT
                 ADD 1 TO WS-SKIPPED-COUNT
                 IF WS-PREVIEW-RUN
                    MOVE 'SKIP - FUNDS HELD' TO WS-PREVIEW-ACTION
                    PERFORM WRITE-PREVIEW-ACCOUNT
                 ELSE
                    PERFORM WRITE-HELD-FUNDS-LINE
                 END-IF
              WHEN WS-PREVIEW-RUN
                 PERFORM PREVIEW-ONE-ESCHEATMENT
              WHEN OTHER
                 PERFORM APPLY-ONE-ESCHEATMENT
           END-EVALUATE.

      ******************************************************************
      * PREVIEW-ONE-ESCHEATMENT counts and lists an account
      * APPLY-ONE-ESCHEATMENT would have escheated, feeding the same
      * branch totals.
       PREVIEW-ONE-ESCHEATMENT.
           ADD 1 TO WS-ESCHEATED-COUNT.
           ADD 1 TO WS-BR-ACCT-COUNT.
           IF H1-LEDGER-BALANCE > 0
              ADD H1-LEDGER-BALANCE TO WS-BR-REMIT-TOTAL
              MOVE 'ESCHEAT + REMIT'    TO WS-PREVIEW-ACTION
           ELSE
              MOVE 'ESCHEAT, NIL REMIT' TO WS-PREVIEW-ACTION
           END-IF.
           PERFORM WRITE-PREVIEW-ACCOUNT.

      ******************************************************************
       APPLY-ONE-ESCHEATMENT.
           END-IF.

      ******************************************************************
       WRITE-HELD-FUNDS-LINE.
           MOVE H1-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE WS-HELD-AMOUNT    TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CURR-BRANCH ' ACCOUNT '
                   WS-RPT-ACCOUNT-DISPLAY
                   ' ** FUNDS UNDER HOLD ' WS-AMOUNT-DISPLAY
                   ' - NOT REMITTED **'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
       WRITE-BRANCH-TOTAL.
           MOVE WS-BR-ACCT-COUNT  TO WS-COUNT-DISPLAY.
           MOVE WS-BR-REMIT-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-TOTAL-LINE.
           STRING WS-CURR-BRANCH ' ACCOUNTS ' WS-COUNT-DISPLAY
                   WS-TOTAL-VERB WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
           END-STRING.
           PERFORM WRITE-TOTAL-LINE.
           ADD WS-BR-ACCT-COUNT  TO WS-TOT-ACCT-COUNT.
           ADD WS-BR-REMIT-TOTAL TO WS-TOT-REMIT-TOTAL.
           MOVE 0 TO WS-BR-ACCT-COUNT.
       WRITE-GRAND-TOTAL.
           MOVE WS-TOT-ACCT-COUNT  TO WS-COUNT-DISPLAY.
           MOVE WS-TOT-REMIT-TOTAL TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-TOTAL-LINE.
           STRING 'ALL BRANCHES         ACCOUNTS ' WS-COUNT-DISPLAY
                   WS-TOTAL-VERB WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-TOTAL-LINE
           END-STRING.
           PERFORM WRITE-TOTAL-LINE.

      ******************************************************************
       WRITE-TOTAL-LINE.
           IF WS-PREVIEW-RUN
              MOVE WS-TOTAL-LINE TO PREVIEW-TEXT
              PERFORM WRITE-PREVIEW-LINE
           ELSE
              MOVE WS-TOTAL-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              IF NOT RPTFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING REPORT FILE.'
              END-IF
           END-IF.

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
                       DISPLAY '(CBSESCHT) UNKNOWN RUN MODE '
                         PM-RUN-MODE ' - RUN REFUSED'
                       STOP RUN
                    END-IF
              END-READ
              CLOSE RUN-MODE-FILE
           END-IF.

      ******************************************************************
      * OPEN-PREVIEW-FILE heads the listing with the statutory period
      * being signed off.
       OPEN-PREVIEW-FILE.
           OPEN OUTPUT PREVIEW-FILE.
           IF NOT PREVFILE-STATUS-OK
              DISPLAY 'ERROR OPENING PREVIEW FILE. STATUS='
                PREVFILE-STATUS
              STOP RUN
           END-IF.
           MOVE ' TO REMIT ' TO WS-TOTAL-VERB.
           MOVE SPACES TO PREVIEW-TEXT.
           STRING 'IMPACT PREVIEW - NO CHANGES MADE   CBSESCHT  '
                   'BUSINESS DATE ' WS-BUSINESS-DATE
                   '   ESCHEAT YEARS ' WS-ESCHEAT-YEARS
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
       WRITE-PREVIEW-ACCOUNT.
           MOVE SPACES TO PREVIEW-LINE.
           MOVE 'CBSESCHT'          TO PV-PROGRAM-NAME.
           MOVE 'ACCOUNT'           TO PV-ITEM-TYPE.
           MOVE H1-ACCOUNT-NUMBER   TO PV-ITEM-KEY.
           MOVE H1-ACCOUNT-NAME     TO PV-ITEM-NAME.
           MOVE H1-BASE-BRANCH      TO PV-DETAIL.
           MOVE ACCT-STATUS-DORMANT TO PV-CURRENT-STATUS.
           MOVE H1-LEDGER-BALANCE   TO PV-BALANCE.
           MOVE WS-PREVIEW-ACTION   TO PV-ACTION.
           PERFORM WRITE-PREVIEW-LINE.

      ******************************************************************
       WRITE-PREVIEW-LINE.
           WRITE PREVIEW-LINE
           IF NOT PREVFILE-STATUS-OK
              DISPLAY 'ERROR WRITING PREVIEW FILE.'
           END-IF.
           MOVE SPACES TO PREVIEW-LINE.

      ******************************************************************
       COMMIT-ESCHEATMENTS.
