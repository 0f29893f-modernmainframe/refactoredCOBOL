      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSCQMNT
      ******************************************************************
      * CHEQUE MAINTAIN. Cheques reached CBSTXNP as plain debits: no
      * record of which leaves had been issued to an account, no way
      * to honour a customer's stop instruction and nothing to stop
      * the same cheque being paid twice. Linkage-callable in the
      * CBSHLMNT mold, this maintains the cheque register that
      * CBSTXNP checks every presentment against:
      *
      *  - issue: a cheque book of leaves FIRST-SERIAL through
      *    LAST-SERIAL goes on CBS_CHEQUE_BOOK for an ACTIVE account.
      *    The serials must be positive and in order, and the range
      *    may not overlap a book already issued to the account, so
      *    every serial names one leaf. BOOK-ID comes from
      *    CHEQUE_BOOK_SEQ and is handed back to the caller;
      *  - stop: a stop payment goes on CBS_CHEQUE_STOP for one
      *    cheque (LAST-SERIAL zero) or a range, with the customer's
      *    reason and an expiry date - blank means the stop stands
      *    until lifted (9999-12-31), and a date already past is
      *    refused. Both ends of the range must be issued leaves, and
      *    a single cheque already on CBS_CHEQUE_PAID cannot be
      *    stopped. The account must not be ESCHEATED. STOP-ID comes
      *    from CHEQUE_STOP_SEQ and is handed back;
      *  - lift: an ACTIVE stop, by STOP-ID, goes to RELEASED.
      *
      * Every issue, stop and lift writes a CBS_ACCT_AUDIT_LOG row
      * (old and new status the account's unchanged status, the
      * event described in REASON - the CBSACMNT convention), and
      * each action is its own commit/rollback unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSCQ-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCQMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-ID-DISPLAY                PIC 9(9).
       01 WS-FIRST-DISPLAY             PIC 9(9).
       01 WS-LAST-DISPLAY              PIC 9(9).
       01 WS-MATCH-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-STOP-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-STOP-RELEASED         PIC X(10) VALUE 'RELEASED'.
          05 WK-NO-EXPIRY             PIC X(10) VALUE '9999-12-31'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      *    10 ACCT-STATUS-ESCHEATED PIC X(10) VALUE 'ESCHEATED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSCQBK / CBSCQSTP /
      *        CBSCQPD / CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-CHEQUE-BOOK.
      *01  DCLCBS-CHEQUE-STOP.    01 DCLCBS-CHEQUE-PAID.
      *01  DCLCBS-ACCT-AUDIT-LOG.
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
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSCQBK
           END-EXEC.

           EXEC SQL
             INCLUDE CBSCQSTP
           END-EXEC.

           EXEC SQL
             INCLUDE CBSCQPD
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSCQRES.
      * PATH : .../Cobol Include/CBSCQRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSCQ-CHEQUE-MAINT-AREA.

       PROCEDURE DIVISION USING CBSCQ-CHEQUE-MAINT-AREA.
       MAIN-PARA.
           SET CBSCQ-SUCCESS TO TRUE.
           MOVE SPACES TO CBSCQ-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSCQ-SUCCESS
              EXIT PROGRAM
           END-IF.
           PERFORM FETCH-BUSINESS-DATE.
           IF CBSCQ-SUCCESS
              EVALUATE TRUE
                 WHEN CBSCQ-FN-ISSUE
                    PERFORM ISSUE-CHEQUE-BOOK
                 WHEN CBSCQ-FN-STOP
                    PERFORM PLACE-STOP-PAYMENT
                 WHEN CBSCQ-FN-LIFT
                    PERFORM LIFT-STOP-PAYMENT
                 WHEN OTHER
                    SET CBSCQ-BADREQUEST TO TRUE
                    MOVE 'INVALID FUNCTION CODE' TO CBSCQ-REASON
              END-EVALUATE
           END-IF.
           IF CBSCQ-SUCCESS
              EXEC SQL
                   COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSCQ-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSCQMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSCQ-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSCQ-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSCQ-REASON
           END-IF.

      ******************************************************************
       FETCH-BUSINESS-DATE.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-TODAY
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCQ-DB2FAIL TO TRUE
              MOVE 'DATE LOOKUP FAILED' TO CBSCQ-REASON
              DISPLAY '(CBSCQMNT) DATE LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * ISSUE-CHEQUE-BOOK registers a new book for an ACTIVE account.
      * Cheques are only ever drawn on a working account, so unlike
      * a stop the issue is refused on any other status.
       ISSUE-CHEQUE-BOOK.
           MOVE CBSCQ-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           PERFORM FETCH-ACCOUNT-FOR-CHEQUE.
           IF CBSCQ-SUCCESS
              IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
                 SET CBSCQ-ACCT-CLOSED TO TRUE
                 MOVE 'ACCOUNT NOT ACTIVE' TO CBSCQ-REASON
              END-IF
           END-IF.
           IF CBSCQ-SUCCESS
              IF CBSCQ-FIRST-SERIAL < 1
                 OR CBSCQ-LAST-SERIAL < CBSCQ-FIRST-SERIAL
                 SET CBSCQ-SERIAL-INVALID TO TRUE
                 MOVE 'SERIAL RANGE INVALID' TO CBSCQ-REASON
              END-IF
           END-IF.
           IF CBSCQ-SUCCESS
              PERFORM CHECK-BOOK-OVERLAP
           END-IF.
           IF CBSCQ-SUCCESS
              PERFORM GET-BOOK-ID-AND-INSERT
           END-IF.

      ******************************************************************
       FETCH-ACCOUNT-FOR-CHEQUE.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :H1-ACCOUNT-STATUS
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSCQ-ACCT-NOTFOUND TO TRUE
                 MOVE 'ACCOUNT NOT FOUND' TO CBSCQ-REASON
              WHEN OTHER
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT LOOKUP FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * CHECK-BOOK-OVERLAP refuses a range that shares any serial
      * with a book already issued to the account.
       CHECK-BOOK-OVERLAP.
           MOVE CBSCQ-ACCOUNT-NUMBER TO CB-ACCOUNT-NUMBER.
           MOVE CBSCQ-FIRST-SERIAL   TO CB-FIRST-SERIAL.
           MOVE CBSCQ-LAST-SERIAL    TO CB-LAST-SERIAL.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MATCH-COUNT
                  FROM CBS_CHEQUE_BOOK
                 WHERE ACCOUNT_NUMBER = :CB-ACCOUNT-NUMBER
                   AND FIRST_SERIAL <= :CB-LAST-SERIAL
                   AND LAST_SERIAL >= :CB-FIRST-SERIAL
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'CHEQUE BOOK LOOKUP FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) BOOK LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-MATCH-COUNT > 0
                 SET CBSCQ-RANGE-ISSUED TO TRUE
                 MOVE 'SERIAL RANGE ALREADY ISSUED' TO CBSCQ-REASON
           END-EVALUATE.

      ******************************************************************
       GET-BOOK-ID-AND-INSERT.
           EXEC SQL
                SELECT NEXT VALUE FOR CHEQUE_BOOK_SEQ
                  INTO :CB-BOOK-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCQ-DB2FAIL TO TRUE
              MOVE 'SEQUENCE FETCH FAILED' TO CBSCQ-REASON
              DISPLAY '(CBSCQMNT) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE WS-TODAY         TO CB-ISSUE-DATE
              MOVE CBSCQ-UPD-USERID TO CB-UPD-USERID
              EXEC SQL
                   INSERT INTO CBS_CHEQUE_BOOK
                          ( BOOK_ID , ACCOUNT_NUMBER , FIRST_SERIAL ,
                            LAST_SERIAL , ISSUE_DATE , UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :CB-BOOK-ID , :CB-ACCOUNT-NUMBER ,
                            :CB-FIRST-SERIAL , :CB-LAST-SERIAL ,
                            :CB-ISSUE-DATE , :CB-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'CHEQUE BOOK INSERT FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) BOOK INSERT FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 MOVE CB-BOOK-ID TO CBSCQ-BOOK-ID
                 MOVE CB-BOOK-ID TO WS-ID-DISPLAY
                 MOVE CB-FIRST-SERIAL TO WS-FIRST-DISPLAY
                 MOVE CB-LAST-SERIAL TO WS-LAST-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'CHQ BOOK ' WS-ID-DISPLAY ' ISSUED '
                         WS-FIRST-DISPLAY '-' WS-LAST-DISPLAY
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-CHEQUE-AUDIT-ROW
              END-IF
           END-IF.

      ******************************************************************
      * PLACE-STOP-PAYMENT records the customer's stop instruction.
      * A stop is accepted on a dormant or suspended account - a lost
      * cheque book is no less lost - but not on an escheated one.
       PLACE-STOP-PAYMENT.
           IF CBSCQ-LAST-SERIAL = 0
              MOVE CBSCQ-FIRST-SERIAL TO CBSCQ-LAST-SERIAL
           END-IF.
           MOVE CBSCQ-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           PERFORM FETCH-ACCOUNT-FOR-CHEQUE.
           IF CBSCQ-SUCCESS
              IF H1-ACCOUNT-STATUS = ACCT-STATUS-ESCHEATED
                 SET CBSCQ-ACCT-CLOSED TO TRUE
                 MOVE 'ACCOUNT IS ESCHEATED' TO CBSCQ-REASON
              END-IF
           END-IF.
           IF CBSCQ-SUCCESS
              PERFORM VALIDATE-STOP-TERMS
           END-IF.
           IF CBSCQ-SUCCESS
              PERFORM CHECK-STOP-SERIALS
           END-IF.
           IF CBSCQ-SUCCESS
              PERFORM GET-STOP-ID-AND-INSERT
           END-IF.

      ******************************************************************
      * VALIDATE-STOP-TERMS wants a positive, ordered serial range, a
      * reason, and an expiry date that has not already passed.
       VALIDATE-STOP-TERMS.
           IF CBSCQ-EXPIRY-DATE = SPACES OR LOW-VALUES
              MOVE WK-NO-EXPIRY TO CBSCQ-EXPIRY-DATE
           END-IF.
           EVALUATE TRUE
              WHEN CBSCQ-FIRST-SERIAL < 1
                OR CBSCQ-LAST-SERIAL < CBSCQ-FIRST-SERIAL
                 SET CBSCQ-SERIAL-INVALID TO TRUE
                 MOVE 'SERIAL RANGE INVALID' TO CBSCQ-REASON
              WHEN CBSCQ-STOP-REASON = SPACES OR LOW-VALUES
                 SET CBSCQ-BADREQUEST TO TRUE
                 MOVE 'STOP REASON MISSING' TO CBSCQ-REASON
              WHEN CBSCQ-EXPIRY-DATE < WS-TODAY
                 SET CBSCQ-BADREQUEST TO TRUE
                 MOVE 'EXPIRY DATE ALREADY PASSED' TO CBSCQ-REASON
           END-EVALUATE.

      ******************************************************************
      * CHECK-STOP-SERIALS wants both ends of the range to be leaves
      * issued to the account, and refuses to stop a single cheque
      * that has already been paid - that is a dispute, not a stop.
       CHECK-STOP-SERIALS.
           MOVE CBSCQ-ACCOUNT-NUMBER TO CB-ACCOUNT-NUMBER.
           MOVE CBSCQ-FIRST-SERIAL   TO CB-FIRST-SERIAL.
           MOVE CBSCQ-LAST-SERIAL    TO CB-LAST-SERIAL.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MATCH-COUNT
                  FROM CBS_CHEQUE_BOOK
                 WHERE ACCOUNT_NUMBER = :CB-ACCOUNT-NUMBER
                   AND :CB-FIRST-SERIAL BETWEEN FIRST_SERIAL
                                            AND LAST_SERIAL
           END-EXEC.
           IF SQLCODE = 0 AND WS-MATCH-COUNT > 0
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-MATCH-COUNT
                     FROM CBS_CHEQUE_BOOK
                    WHERE ACCOUNT_NUMBER = :CB-ACCOUNT-NUMBER
                      AND :CB-LAST-SERIAL BETWEEN FIRST_SERIAL
                                              AND LAST_SERIAL
              END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'CHEQUE BOOK LOOKUP FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) BOOK LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-MATCH-COUNT = 0
                 SET CBSCQ-NOT-ISSUED TO TRUE
                 MOVE 'CHEQUE NOT ISSUED' TO CBSCQ-REASON
           END-EVALUATE.
           IF CBSCQ-SUCCESS
              AND CBSCQ-FIRST-SERIAL = CBSCQ-LAST-SERIAL
              PERFORM CHECK-CHEQUE-NOT-PAID
           END-IF.

      ******************************************************************
       CHECK-CHEQUE-NOT-PAID.
           MOVE CBSCQ-ACCOUNT-NUMBER TO CP-ACCOUNT-NUMBER.
           MOVE CBSCQ-FIRST-SERIAL   TO CP-CHEQUE-SERIAL.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MATCH-COUNT
                  FROM CBS_CHEQUE_PAID
                 WHERE ACCOUNT_NUMBER = :CP-ACCOUNT-NUMBER
                   AND CHEQUE_SERIAL = :CP-CHEQUE-SERIAL
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'PAID CHEQUE LOOKUP FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) PAID LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-MATCH-COUNT > 0
                 SET CBSCQ-ALREADY-PAID TO TRUE
                 MOVE 'CHEQUE ALREADY PAID' TO CBSCQ-REASON
           END-EVALUATE.

      ******************************************************************
       GET-STOP-ID-AND-INSERT.
           EXEC SQL
                SELECT NEXT VALUE FOR CHEQUE_STOP_SEQ
                  INTO :CS-STOP-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCQ-DB2FAIL TO TRUE
              MOVE 'SEQUENCE FETCH FAILED' TO CBSCQ-REASON
              DISPLAY '(CBSCQMNT) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE CBSCQ-ACCOUNT-NUMBER TO CS-ACCOUNT-NUMBER
              MOVE CBSCQ-FIRST-SERIAL   TO CS-FIRST-SERIAL
              MOVE CBSCQ-LAST-SERIAL    TO CS-LAST-SERIAL
              MOVE CBSCQ-STOP-REASON    TO CS-STOP-REASON
              MOVE CBSCQ-EXPIRY-DATE    TO CS-EXPIRY-DATE
              MOVE WK-STOP-ACTIVE       TO CS-STOP-STATUS
              MOVE CBSCQ-UPD-USERID     TO CS-UPD-USERID
              EXEC SQL
                   INSERT INTO CBS_CHEQUE_STOP
                          ( STOP_ID , ACCOUNT_NUMBER , FIRST_SERIAL ,
                            LAST_SERIAL , STOP_REASON , EXPIRY_DATE ,
                            STOP_STATUS , UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :CS-STOP-ID , :CS-ACCOUNT-NUMBER ,
                            :CS-FIRST-SERIAL , :CS-LAST-SERIAL ,
                            :CS-STOP-REASON , :CS-EXPIRY-DATE ,
                            :CS-STOP-STATUS , :CS-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'STOP PAYMENT INSERT FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) STOP INSERT FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 MOVE CS-STOP-ID TO CBSCQ-STOP-ID
                 MOVE CS-STOP-ID TO WS-ID-DISPLAY
                 MOVE CS-FIRST-SERIAL TO WS-FIRST-DISPLAY
                 MOVE CS-LAST-SERIAL TO WS-LAST-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'CHQ STOP ' WS-ID-DISPLAY ' PLACED '
                         WS-FIRST-DISPLAY '-' WS-LAST-DISPLAY
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-CHEQUE-AUDIT-ROW
              END-IF
           END-IF.

      ******************************************************************
      * LIFT-STOP-PAYMENT reads the stop first so the audit row lands
      * against its account, then flips it from ACTIVE to RELEASED;
      * the status predicate on the UPDATE stops a stop being lifted
      * twice.
       LIFT-STOP-PAYMENT.
           MOVE CBSCQ-STOP-ID TO CS-STOP-ID.
           EXEC SQL
                SELECT A.ACCOUNT_NUMBER, A.FIRST_SERIAL,
                       A.LAST_SERIAL, B.ACCOUNT_STATUS
                  INTO :CS-ACCOUNT-NUMBER, :CS-FIRST-SERIAL,
                       :CS-LAST-SERIAL, :H1-ACCOUNT-STATUS
                  FROM CBS_CHEQUE_STOP A, CBS_ACCT_MSTR_DTL B
                 WHERE A.STOP_ID = :CS-STOP-ID
                   AND A.STOP_STATUS = :WK-STOP-ACTIVE
                   AND B.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM UPDATE-STOP-RELEASED
              WHEN 100
                 SET CBSCQ-STOP-NOTFOUND TO TRUE
                 MOVE 'STOP NOT FOUND OR NOT ACTIVE' TO CBSCQ-REASON
              WHEN OTHER
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'STOP LOOKUP FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) STOP LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       UPDATE-STOP-RELEASED.
           MOVE CBSCQ-UPD-USERID TO CS-UPD-USERID.
           EXEC SQL
                UPDATE CBS_CHEQUE_STOP
                   SET STOP_STATUS = :WK-STOP-RELEASED ,
                       UPD_USERID = :CS-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE STOP_ID = :CS-STOP-ID
                   AND STOP_STATUS = :WK-STOP-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE CS-ACCOUNT-NUMBER TO CBSCQ-ACCOUNT-NUMBER
                 MOVE CS-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
                 MOVE CS-STOP-ID TO WS-ID-DISPLAY
                 MOVE CS-FIRST-SERIAL TO WS-FIRST-DISPLAY
                 MOVE CS-LAST-SERIAL TO WS-LAST-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'CHQ STOP ' WS-ID-DISPLAY ' LIFTED '
                         WS-FIRST-DISPLAY '-' WS-LAST-DISPLAY
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-CHEQUE-AUDIT-ROW
              WHEN 100
                 SET CBSCQ-STOP-NOTFOUND TO TRUE
                 MOVE 'STOP CHANGED BY ANOTHER USER - RETRY'
                   TO CBSCQ-REASON
              WHEN OTHER
                 SET CBSCQ-DB2FAIL TO TRUE
                 MOVE 'STOP LIFT FAILED' TO CBSCQ-REASON
                 DISPLAY '(CBSCQMNT) LIFT FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * INSERT-CHEQUE-AUDIT-ROW records the cheque event with old and
      * new status both the account's unchanged status, the CBSACMNT
      * convention for non-status changes.
       INSERT-CHEQUE-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE CBSCQ-UPD-USERID  TO AU-UPD-USERID.
           MOVE WS-AUDIT-REASON   TO AU-REASON.
           EXEC SQL
                INSERT INTO CBS_ACCT_AUDIT_LOG
                       ( ACCOUNT_NUMBER ,
                         OLD_STATUS ,
                         NEW_STATUS ,
                         UPD_USERID ,
                         UPD_TIMESTAMP ,
                         REASON )
                VALUES
                       ( :AU-ACCOUNT-NUMBER ,
                         :AU-OLD-STATUS ,
                         :AU-NEW-STATUS ,
                         :AU-UPD-USERID ,
                         CURRENT TIMESTAMP ,
                         :AU-REASON )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCQ-DB2FAIL TO TRUE
              MOVE 'CHEQUE AUDIT LOG INSERT FAILED' TO CBSCQ-REASON
              DISPLAY '(CBSCQMNT) AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
