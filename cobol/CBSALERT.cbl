      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSALERT
      ******************************************************************
      * Customer transaction and balance alerts. The only proactive
      * contact the bank made was a CBSPREDM or CBSDORMS letter, so a
      * customer learned of a bounced standing order or an
      * unexpectedly large debit from the statement. This runs after
      * CBSTXNP and CBSSIEXE (the PREDJOBS card names them) and
      * checks everything that has happened since its own last clean
      * run against the CBS_ALERT_SUBSCR subscriptions (CBSALMNT):
      *
      *  - REJT: a posting on CBS_ACCT_TXN_HIST was rejected;
      *  - SISP: a CBS_STND_INSTR drawn on the account was suspended;
      *  - LDEB: an accepted debit larger than the subscribed amount;
      *  - LBAL: after an accepted debit the LEDGER_BALANCE sits below
      *    the subscribed threshold (once per account per day).
      *
      * Each alert is routed by the primary holder's (CUSTOMER_ID)
      * CUST_CONTACT_DTL PREF_CHANNEL: 'T' an SMS to PHONE, 'E' an
      * email to EMAIL. A customer who prefers post still subscribed
      * to be alerted, so 'P' goes by SMS, or by email when there is
      * no phone; when the preferred channel's detail is blank the
      * other one is used. Sent alerts are written to the ALERTOUT
      * file (CBSALOUT layout) for the messaging gateway.
      *
      * Nobody gets more than WK-DAILY-CAP alerts a business day: the
      * candidates are taken customer by customer, most serious first
      * (rejected postings, then suspended instructions, large
      * debits, low balances), and anything past the cap is held
      * back. Every alert raised - sent, capped or without a usable
      * contact - is recorded on CBS_ALERT_LOG, which is also what
      * stops a rerun alerting the same event twice. Accounts frozen
      * for a deceased holder (COMPLIANCE_STATUS DECD) are not
      * alerted. These are service messages, not marketing, so the
      * marketing consent register does not apply.
      *
      * The run is logged on BATCH_RUN_LOG; a missing predecessor
      * refuses the run as CBSSIEXE's does.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSALERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ALERT-FILE ASSIGN TO ALERTOUT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS ALTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

            SELECT PREDECESSOR-JOBS-FILE ASSIGN TO PREDJOBS
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PREDJOBS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ALERT-FILE
            RECORD CONTAINS 250
            RECORDING MODE IS F.

       01 ALERT-FILEREC.
           COPY CBSALOUT.
      * PATH : .../Cobol Include/CBSALOUT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 AO-CHANNEL                  PIC X(1).
      *    05 AO-DESTINATION              PIC X(100).
      *    05 AO-MESSAGE                  PIC X(80).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

      * Declared-predecessor control card: one program name per
      * record, in EXPJOBS's one-name-per-card style.
       FD PREDECESSOR-JOBS-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 PREDECESSOR-JOB-REC.
          05 PJ-PROGRAM-NAME           PIC X(8).
          05 FILLER                    PIC X(72).

       WORKING-STORAGE SECTION.
       01 ALTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 ALTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 PREDJOBS-STATUS              PIC X(02) VALUE SPACES.
          88 PREDJOBS-STATUS-OK        VALUE '00'.
          88 PREDJOBS-STATUS-EOF       VALUE '10'.
       01 WS-PRED-PROGRAM              PIC X(8).
       01 WS-PRED-RUN-COUNT            PIC S9(9) USAGE COMP VALUE 0.
      * Start of the last clean CBSALERT run - everything posted or
      * suspended since then is looked at. The first run ever starts
      * from the beginning of the business date.
       01 WS-SINCE-TIMESTAMP           PIC X(26) VALUE SPACES.
       01 WS-SINCE-IND                 PIC S9(4) USAGE COMP.
      * One alert candidate as the cursor returns it.
       01 WS-CAND-PRIORITY             PIC S9(4) USAGE COMP.
       01 WS-CAND-AMOUNT               PIC S9(18) USAGE COMP.
       01 WS-CAND-CURRENCY             PIC X(3).
       01 WS-CAND-DETAIL               PIC X(50).
       01 WS-LOGGED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SENT-TODAY                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DESTINATION               PIC X(100).
      * Message building: the amount left-justified out of its edit
      * picture, and the account's last four digits.
       01 WS-AMOUNT-EDIT               PIC -(17)9.
       01 WS-AMOUNT-LEAD               PIC S9(4) USAGE COMP.
       01 WS-ACCOUNT-DIGITS            PIC 9(18).
       01 WS-CANDIDATE-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SENT-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CAPPED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NO-CONTACT-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REPEAT-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-DAILY-CAP             PIC S9(4) USAGE COMP VALUE 5.
          05 WK-INSTR-SUSPENDED       PIC X(10) VALUE 'SUSPENDED'.
          05 WK-COMPLIANCE-DECD       PIC X(5) VALUE 'DECD'.
          05 WK-FLAG-YES              PIC X(1) VALUE 'Y'.
          05 WK-ALERT-REJECT          PIC X(4) VALUE 'REJT'.
          05 WK-ALERT-SI-SUSPEND      PIC X(4) VALUE 'SISP'.
          05 WK-ALERT-LARGE-DEBIT     PIC X(4) VALUE 'LDEB'.
          05 WK-ALERT-LOW-BALANCE     PIC X(4) VALUE 'LBAL'.
          05 WK-PREF-EMAIL            PIC X(1) VALUE 'E'.
          05 WK-STATUS-SENT           PIC X(1) VALUE 'S'.
          05 WK-STATUS-CAPPED         PIC X(1) VALUE 'C'.
          05 WK-STATUS-NO-CONTACT     PIC X(1) VALUE 'N'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSALSUB.cpy / CBSALLOG.cpy
      *        CBSTXNH / CBSSTIN / CBSMST / CUSTCNT / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ALERT-SUBSCR.   01 DCLCBS-ALERT-LOG.
      *01  DCLCBS-ACCT-TXN-HIST.  01 DCLCBS-STND-INSTR.
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCUST-CONTACT-DTL.
      *01  DCLBATCH-RUN-LOG.
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
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSALSUB
           END-EXEC.

           EXEC SQL
             INCLUDE CBSALLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSSTIN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTCNT
           END-EXEC.

      * Every alert candidate since the last clean run, customer by
      * customer and most serious first, so the daily cap keeps the
      * alerts that matter.
           EXEC SQL
             DECLARE ALERTCSR CURSOR FOR
                SELECT A.CUSTOMER_ID, 1, CAST(:WK-ALERT-REJECT
                       AS CHAR(4)), H.ACCOUNT_NUMBER,
                       BIGINT(H.TXN_AMOUNT), H.CURRENCY,
                       CASE WHEN H.TXN_REF = ' '
                            THEN CHAR(H.POST_TIMESTAMP)
                            ELSE CHAR(H.TXN_REF, 26) END,
                       H.REJECT_REASON
                  FROM CBS_ACCT_TXN_HIST H, CBS_ALERT_SUBSCR S,
                       CBS_ACCT_MSTR_DTL A
                 WHERE H.POST_TIMESTAMP > :WS-SINCE-TIMESTAMP
                   AND H.DISPOSITION = 'R'
                   AND S.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                   AND S.REJECT_ALERT = :WK-FLAG-YES
                   AND A.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                   AND A.COMPLIANCE_STATUS <> :WK-COMPLIANCE-DECD
                UNION ALL
                SELECT A.CUSTOMER_ID, 2, CAST(:WK-ALERT-SI-SUSPEND
                       AS CHAR(4)), I.ACCOUNT_NUMBER,
                       BIGINT(I.AMOUNT), I.CURRENCY,
                       CHAR(I.UPD_TIMESTAMP), ' '
                  FROM CBS_STND_INSTR I, CBS_ALERT_SUBSCR S,
                       CBS_ACCT_MSTR_DTL A
                 WHERE I.INSTR_STATUS = :WK-INSTR-SUSPENDED
                   AND I.UPD_TIMESTAMP > :WS-SINCE-TIMESTAMP
                   AND S.ACCOUNT_NUMBER = I.ACCOUNT_NUMBER
                   AND S.SI_SUSPEND_ALERT = :WK-FLAG-YES
                   AND A.ACCOUNT_NUMBER = I.ACCOUNT_NUMBER
                   AND A.COMPLIANCE_STATUS <> :WK-COMPLIANCE-DECD
                UNION ALL
                SELECT A.CUSTOMER_ID, 3, CAST(:WK-ALERT-LARGE-DEBIT
                       AS CHAR(4)), H.ACCOUNT_NUMBER,
                       BIGINT(H.TXN_AMOUNT), H.CURRENCY,
                       CASE WHEN H.TXN_REF = ' '
                            THEN CHAR(H.POST_TIMESTAMP)
                            ELSE CHAR(H.TXN_REF, 26) END,
                       ' '
                  FROM CBS_ACCT_TXN_HIST H, CBS_ALERT_SUBSCR S,
                       CBS_ACCT_MSTR_DTL A
                 WHERE H.POST_TIMESTAMP > :WS-SINCE-TIMESTAMP
                   AND H.DISPOSITION = 'A'
                   AND H.TXN_TYPE = 'D'
                   AND S.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                   AND S.LARGE_DEBIT_ALERT = :WK-FLAG-YES
                   AND H.TXN_AMOUNT > S.LARGE_DEBIT_AMOUNT
                   AND A.ACCOUNT_NUMBER = H.ACCOUNT_NUMBER
                   AND A.COMPLIANCE_STATUS <> :WK-COMPLIANCE-DECD
                UNION ALL
                SELECT A.CUSTOMER_ID, 4, CAST(:WK-ALERT-LOW-BALANCE
                       AS CHAR(4)), A.ACCOUNT_NUMBER,
                       A.LEDGER_BALANCE, A.CURRENCY,
                       CAST(:WS-BUSINESS-DATE AS CHAR(26)), ' '
                  FROM CBS_ALERT_SUBSCR S, CBS_ACCT_MSTR_DTL A
                 WHERE S.LOW_BAL_ALERT = :WK-FLAG-YES
                   AND A.ACCOUNT_NUMBER = S.ACCOUNT_NUMBER
                   AND A.LEDGER_BALANCE < S.LOW_BAL_THRESHOLD
                   AND A.COMPLIANCE_STATUS <> :WK-COMPLIANCE-DECD
                   AND EXISTS
                       ( SELECT 1
                           FROM CBS_ACCT_TXN_HIST D
                          WHERE D.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND D.DISPOSITION = 'A'
                            AND D.TXN_TYPE = 'D'
                            AND D.POST_TIMESTAMP >
                                :WS-SINCE-TIMESTAMP )
                 ORDER BY 1, 2, 4, 7
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM CHECK-PREDECESSORS.
           PERFORM FIND-LAST-CLEAN-RUN.
           PERFORM WRITE-RUN-LOG-START.
           OPEN OUTPUT ALERT-FILE
           IF NOT ALTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING ALERT FILE. STATUS='
                ALTFILE-STATUS
              STOP RUN
           END-IF.

           EXEC SQL
                OPEN ALERTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) OPEN FAILED. SQLCODE=' SQLCODE
              SET WS-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-CANDIDATE
           END-IF.
           PERFORM UNTIL WS-END-OF-CURSOR
              ADD 1 TO WS-CANDIDATE-COUNT
              PERFORM PROCESS-ONE-CANDIDATE
              PERFORM FETCH-NEXT-CANDIDATE
           END-PERFORM.
           EXEC SQL
                CLOSE ALERTCSR
           END-EXEC.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-CANDIDATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSALERT) ALERTS RAISED:         '
             WS-COUNT-DISPLAY.
           MOVE WS-SENT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSALERT) SENT TO GATEWAY:       '
             WS-COUNT-DISPLAY.
           MOVE WS-CAPPED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSALERT) HELD BACK BY CAP:      '
             WS-COUNT-DISPLAY.
           MOVE WS-NO-CONTACT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSALERT) NO USABLE CONTACT:     '
             WS-COUNT-DISPLAY.
           MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(CBSALERT) ALREADY ALERTED:       '
             WS-COUNT-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           CLOSE ALERT-FILE.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * missing card falls back to CURRENT DATE.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-STATUS-OK
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.

      ******************************************************************
      * FIND-LAST-CLEAN-RUN takes the start of the most recent
      * cleanly-completed CBSALERT run off BATCH_RUN_LOG; with none on
      * file the window opens at the start of the business date.
       FIND-LAST-CLEAN-RUN.
           EXEC SQL
                SELECT MAX(START_TIMESTAMP)
                  INTO :WS-SINCE-TIMESTAMP :WS-SINCE-IND
                  FROM BATCH_RUN_LOG
                 WHERE PROGRAM_NAME = 'CBSALERT'
                   AND RUN_STATUS = 'E'
                   AND RETURN_CODE <= 4
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) LAST RUN LOOKUP FAILED. SQLCODE='
                SQLCODE ' - RUN REFUSED'
              PERFORM WRITE-REFUSAL-RUN-LOG
              STOP RUN
           END-IF.
           IF WS-SINCE-IND < 0
              MOVE SPACES TO WS-SINCE-TIMESTAMP
              STRING WS-BUSINESS-DATE '-00.00.00.000000'
                     DELIMITED BY SIZE
                     INTO WS-SINCE-TIMESTAMP
              END-STRING
           END-IF.
           DISPLAY '(CBSALERT) EVENTS SINCE ' WS-SINCE-TIMESTAMP.

      ******************************************************************
       FETCH-NEXT-CANDIDATE.
           EXEC SQL
                FETCH ALERTCSR
                 INTO :AL-CUSTOMER-ID, :WS-CAND-PRIORITY,
                      :AL-ALERT-TYPE, :AL-ACCOUNT-NUMBER,
                      :WS-CAND-AMOUNT, :WS-CAND-CURRENCY,
                      :AL-ALERT-REF, :WS-CAND-DETAIL
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSALERT) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * PROCESS-ONE-CANDIDATE skips an event already alerted, then
      * routes the alert, applies the daily cap and logs the outcome.
       PROCESS-ONE-CANDIDATE.
           PERFORM CHECK-ALREADY-ALERTED.
           IF WS-LOGGED-COUNT > 0
              ADD 1 TO WS-REPEAT-COUNT
           ELSE
              MOVE WS-BUSINESS-DATE TO AL-BUSINESS-DATE
              PERFORM ROUTE-BY-PREFERRED-CHANNEL
              EVALUATE TRUE
                 WHEN AL-CHANNEL = SPACE
                    MOVE WK-STATUS-NO-CONTACT TO AL-ALERT-STATUS
                    ADD 1 TO WS-NO-CONTACT-COUNT
                 WHEN OTHER
                    PERFORM COUNT-ALERTS-SENT-TODAY
                    IF WS-SENT-TODAY NOT < WK-DAILY-CAP
                       MOVE WK-STATUS-CAPPED TO AL-ALERT-STATUS
                       ADD 1 TO WS-CAPPED-COUNT
                    ELSE
                       PERFORM WRITE-ALERT-RECORD
                       MOVE WK-STATUS-SENT TO AL-ALERT-STATUS
                       ADD 1 TO WS-SENT-COUNT
                    END-IF
              END-EVALUATE
              PERFORM INSERT-ALERT-LOG
           END-IF.

      ******************************************************************
       CHECK-ALREADY-ALERTED.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-LOGGED-COUNT
                  FROM CBS_ALERT_LOG
                 WHERE ACCOUNT_NUMBER = :AL-ACCOUNT-NUMBER
                   AND ALERT_TYPE = :AL-ALERT-TYPE
                   AND ALERT_REF = :AL-ALERT-REF
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) ALERT LOG LOOKUP FAILED. SQLCODE='
                SQLCODE
              MOVE 0 TO WS-LOGGED-COUNT
           END-IF.

      ******************************************************************
      * ROUTE-BY-PREFERRED-CHANNEL picks the channel and destination
      * off CUST_CONTACT_DTL: email for 'E', SMS otherwise, falling
      * back to the other detail when the preferred one is blank.
      * No row, or neither detail, leaves the channel blank.
       ROUTE-BY-PREFERRED-CHANNEL.
           MOVE SPACE  TO AL-CHANNEL.
           MOVE SPACES TO WS-DESTINATION.
           MOVE AL-CUSTOMER-ID TO CT-CUID.
           EXEC SQL
                SELECT PHONE, EMAIL, PREF_CHANNEL
                  INTO :CT-PHONE, :CT-EMAIL, :CT-PREF-CHANNEL
                  FROM CUST_CONTACT_DTL
                 WHERE CUID = :CT-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 EVALUATE TRUE
                    WHEN CT-PREF-CHANNEL = WK-PREF-EMAIL
                         AND CT-EMAIL NOT = SPACES
                       MOVE 'E' TO AL-CHANNEL
                       MOVE CT-EMAIL TO WS-DESTINATION
                    WHEN CT-PHONE NOT = SPACES
                       MOVE 'S' TO AL-CHANNEL
                       MOVE CT-PHONE TO WS-DESTINATION
                    WHEN CT-EMAIL NOT = SPACES
                       MOVE 'E' TO AL-CHANNEL
                       MOVE CT-EMAIL TO WS-DESTINATION
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSALERT) CONTACT LOOKUP FAILED. CUID='
                   CT-CUID ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * COUNT-ALERTS-SENT-TODAY counts what has already gone to the
      * customer this business date, this run's alerts included.
       COUNT-ALERTS-SENT-TODAY.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SENT-TODAY
                  FROM CBS_ALERT_LOG
                 WHERE CUSTOMER_ID = :AL-CUSTOMER-ID
                   AND BUSINESS_DATE = :AL-BUSINESS-DATE
                   AND ALERT_STATUS = :WK-STATUS-SENT
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) CAP COUNT FAILED. SQLCODE=' SQLCODE
              MOVE 0 TO WS-SENT-TODAY
           END-IF.

      ******************************************************************
      * WRITE-ALERT-RECORD builds the message text and writes the
      * gateway record.
       WRITE-ALERT-RECORD.
           MOVE SPACES TO ALERT-FILEREC.
           MOVE AL-CHANNEL        TO AO-CHANNEL.
           MOVE WS-DESTINATION    TO AO-DESTINATION.
           MOVE AL-CUSTOMER-ID    TO AO-CUSTOMER-ID.
           MOVE AL-ACCOUNT-NUMBER TO AO-ACCOUNT-NUMBER.
           MOVE AL-ALERT-TYPE     TO AO-ALERT-TYPE.
           MOVE WS-BUSINESS-DATE  TO AO-BUSINESS-DATE.
           MOVE AL-ALERT-REF      TO AO-ALERT-REF.
           MOVE AL-ACCOUNT-NUMBER TO WS-ACCOUNT-DIGITS.
           MOVE WS-CAND-AMOUNT    TO WS-AMOUNT-EDIT.
           MOVE 0 TO WS-AMOUNT-LEAD.
           INSPECT WS-AMOUNT-EDIT TALLYING WS-AMOUNT-LEAD
             FOR LEADING SPACES.
           EVALUATE AL-ALERT-TYPE
              WHEN WK-ALERT-REJECT
                 STRING 'ACCT ..' WS-ACCOUNT-DIGITS(15:4)
                        ': PAYMENT '
                        WS-AMOUNT-EDIT(WS-AMOUNT-LEAD + 1:)
                        ' ' WS-CAND-CURRENCY ' REJECTED - '
                        WS-CAND-DETAIL
                        DELIMITED BY SIZE
                        INTO AO-MESSAGE
                 END-STRING
              WHEN WK-ALERT-SI-SUSPEND
                 STRING 'ACCT ..' WS-ACCOUNT-DIGITS(15:4)
                        ': STANDING ORDER FOR '
                        WS-AMOUNT-EDIT(WS-AMOUNT-LEAD + 1:)
                        ' ' WS-CAND-CURRENCY
                        ' SUSPENDED - CONTACT YOUR BRANCH'
                        DELIMITED BY SIZE
                        INTO AO-MESSAGE
                 END-STRING
              WHEN WK-ALERT-LARGE-DEBIT
                 STRING 'ACCT ..' WS-ACCOUNT-DIGITS(15:4)
                        ': DEBIT OF '
                        WS-AMOUNT-EDIT(WS-AMOUNT-LEAD + 1:)
                        ' ' WS-CAND-CURRENCY ' HAS BEEN PAID'
                        DELIMITED BY SIZE
                        INTO AO-MESSAGE
                 END-STRING
              WHEN OTHER
                 STRING 'ACCT ..' WS-ACCOUNT-DIGITS(15:4)
                        ': BALANCE '
                        WS-AMOUNT-EDIT(WS-AMOUNT-LEAD + 1:)
                        ' ' WS-CAND-CURRENCY
                        ' IS BELOW YOUR ALERT LEVEL'
                        DELIMITED BY SIZE
                        INTO AO-MESSAGE
                 END-STRING
           END-EVALUATE.
           WRITE ALERT-FILEREC
           IF NOT ALTFILE-STATUS-OK
              DISPLAY '(CBSALERT) ERROR WRITING ALERT FILE. STATUS='
                ALTFILE-STATUS
           END-IF.

      ******************************************************************
       INSERT-ALERT-LOG.
           EXEC SQL
                INSERT INTO CBS_ALERT_LOG
                       ( CUSTOMER_ID , ACCOUNT_NUMBER , ALERT_TYPE ,
                         ALERT_REF , BUSINESS_DATE , CHANNEL ,
                         ALERT_STATUS , LOG_TIMESTAMP )
                VALUES
                       ( :AL-CUSTOMER-ID , :AL-ACCOUNT-NUMBER ,
                         :AL-ALERT-TYPE , :AL-ALERT-REF ,
                         :AL-BUSINESS-DATE , :AL-CHANNEL ,
                         :AL-ALERT-STATUS , CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) ALERT LOG INSERT FAILED. ACCOUNT='
                AL-ACCOUNT-NUMBER ' SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * CHECK-PREDECESSORS reads the PREDJOBS card and verifies each
      * named program has a cleanly-completed BATCH_RUN_LOG row for
      * this business date (RUN_STATUS 'E', return code 4 or below).
      * The first predecessor that hasn't refuses the whole run. A
      * missing card means no checking - jobs adopt the gate through
      * their JCL.
       CHECK-PREDECESSORS.
           OPEN INPUT PREDECESSOR-JOBS-FILE.
           IF PREDJOBS-STATUS-OK
              PERFORM READ-PREDECESSOR-JOB
              PERFORM UNTIL PREDJOBS-STATUS-EOF
                 IF PJ-PROGRAM-NAME NOT = SPACES
                    PERFORM CHECK-ONE-PREDECESSOR
                 END-IF
                 PERFORM READ-PREDECESSOR-JOB
              END-PERFORM
              CLOSE PREDECESSOR-JOBS-FILE
           END-IF.

      ******************************************************************
       READ-PREDECESSOR-JOB.
           READ PREDECESSOR-JOBS-FILE
              AT END
                 SET PREDJOBS-STATUS-EOF TO TRUE
           END-READ.

      ******************************************************************
       CHECK-ONE-PREDECESSOR.
           MOVE PJ-PROGRAM-NAME TO WS-PRED-PROGRAM.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PRED-RUN-COUNT
                  FROM BATCH_RUN_LOG
                 WHERE PROGRAM_NAME = :WS-PRED-PROGRAM
                   AND BUSINESS_DATE = :WS-BUSINESS-DATE
                   AND RUN_STATUS = 'E'
                   AND RETURN_CODE <= 4
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) PREDECESSOR CHECK FAILED. SQLCODE='
                SQLCODE ' - RUN REFUSED'
              PERFORM WRITE-REFUSAL-RUN-LOG
              STOP RUN
           END-IF.
           IF WS-PRED-RUN-COUNT = 0
              DISPLAY '(CBSALERT) PREDECESSOR ' WS-PRED-PROGRAM
                ' NOT COMPLETE FOR ' WS-BUSINESS-DATE
                ' - RUN REFUSED'
              PERFORM WRITE-REFUSAL-RUN-LOG
              STOP RUN
           END-IF.

      ******************************************************************
      * WRITE-REFUSAL-RUN-LOG records the refusal itself as a
      * completed run with return code 8, so CBSOPSUM's dashboard
      * shows WHY the step didn't run instead of a bare DID-NOT-RUN.
       WRITE-REFUSAL-RUN-LOG.
           MOVE 'CBSALERT' TO RL-PROGRAM-NAME.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           EXEC SQL
                INSERT INTO BATCH_RUN_LOG
                       ( PROGRAM_NAME , BUSINESS_DATE ,
                         START_TIMESTAMP , END_TIMESTAMP ,
                         RECORDS_READ , RECORDS_UPDATED ,
                         RECORDS_FAILED , RETURN_CODE , RUN_STATUS )
                VALUES
                       ( :RL-PROGRAM-NAME , :RL-BUSINESS-DATE ,
                         CURRENT TIMESTAMP , CURRENT TIMESTAMP ,
                         0 , 0 , 0 , 8 , 'E' )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) REFUSAL LOG FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back. END_TIMESTAMP starts equal
      * to START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSALERT' TO RL-PROGRAM-NAME.
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                  INTO :RL-START-TIMESTAMP
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           EXEC SQL
                INSERT INTO BATCH_RUN_LOG
                       ( PROGRAM_NAME , BUSINESS_DATE ,
                         START_TIMESTAMP , END_TIMESTAMP ,
                         RECORDS_READ , RECORDS_UPDATED ,
                         RECORDS_FAILED , RETURN_CODE , RUN_STATUS )
                VALUES
                       ( :RL-PROGRAM-NAME , :RL-BUSINESS-DATE ,
                         :RL-START-TIMESTAMP , :RL-START-TIMESTAMP ,
                         0 , 0 , 0 , 0 , 'S' )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the final counts and return code.
       WRITE-RUN-LOG-END.
           MOVE WS-CANDIDATE-COUNT TO RL-RECORDS-READ.
           MOVE WS-SENT-COUNT TO RL-RECORDS-UPDATED.
           MOVE WS-NO-CONTACT-COUNT TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
           EXEC SQL
                UPDATE BATCH_RUN_LOG
                   SET END_TIMESTAMP = CURRENT TIMESTAMP ,
                       RECORDS_READ = :RL-RECORDS-READ ,
                       RECORDS_UPDATED = :RL-RECORDS-UPDATED ,
                       RECORDS_FAILED = :RL-RECORDS-FAILED ,
                       RETURN_CODE = :RL-RETURN-CODE ,
                       RUN_STATUS = 'E'
                 WHERE PROGRAM_NAME = :RL-PROGRAM-NAME
                   AND START_TIMESTAMP = :RL-START-TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSALERT) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
