      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSTXREV
      ******************************************************************
      * POSTING REVERSAL. Once CBSTXNP accepted a posting the only way
      * to undo a wrong debit or a duplicated salary credit was to key
      * an opposite posting under a made-up reference, which broke
      * the TXN_REF trail and showed the customer two unrelated
      * entries. This back-office program, linkage-callable in the
      * CBSTDBRK mold, reverses exactly one accepted posting named by
      * its account and TXN_REF:
      *
      *  - the original must be a single accepted CBS_ACCT_TXN_HIST
      *    row on the account (live table - a posting CBSRETAR has
      *    archived is past correcting here), and must not itself be
      *    a reversal;
      *  - a CBSTXNP transfer is found by its other leg - the accepted
      *    row of the opposite type, same reference, amount and value
      *    date on another account - and both legs are reversed
      *    together;
      *  - a posting already reversed (on either leg) is refused, so
      *    a second reversal can never land;
      *  - each leg's account must still be open (not INACTIVE or
      *    ESCHEATED). The opposite movement is applied to
      *    LEDGER_BALANCE under the UPD_TIMESTAMP check and lands an
      *    accepted history row under the reversal reference. A
      *    correction is forced: it is not judged against the debit
      *    headroom, holds or a term-deposit lock;
      *  - a CBS_TXN_REVERSAL row links original and reversal
      *    reference, which is how CBSTXINQ, CBSMVRPT and CBSGLJRN
      *    show reversals as their own category, and each account
      *    touched gets a CBS_ACCT_AUDIT_LOG row (old and new status
      *    the account's unchanged status - the CBSACMNT convention).
      *
      * The whole reversal is one commit/rollback unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSRV-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSTXREV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WS-NOW                       PIC X(26).
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-ROW-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
      * The original posting on the requested account, and the
      * opposite type the reversal posts.
       01 WS-ORIG-TYPE                 PIC X(1).
       01 WS-ORIG-CURRENCY             PIC X(3).
       01 WS-ORIG-VALUE-DATE           PIC X(10).
       01 WS-ORIG-USERID               PIC X(10).
       01 WS-REVERSE-TYPE              PIC X(1).
      * The leg being reversed: account and the type it posts.
       01 WS-LEG-ACCOUNT               PIC S9(18) USAGE COMP.
       01 WS-LEG-TYPE                  PIC X(1).
       01 WK-CONSTANTS.
          05 WK-TRANSFER-USERID       PIC X(10) VALUE 'CBSTXNP'.
          05 WK-REF-PREFIX            PIC X(2) VALUE 'RV'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-INACTIVE  PIC X(10) VALUE 'INACTIVE'.
      *    10 ACCT-STATUS-ESCHEATED PIC X(10) VALUE 'ESCHEATED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSTXNH.cpy / CBSTXRV
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-TXN-HIST.
      *01  DCLCBS-TXN-REVERSAL.  01 DCLCBS-ACCT-AUDIT-LOG.
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
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXRV
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSRVRES.
      * PATH : .../Cobol Include/CBSRVRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSRV-REVERSAL-AREA.

       PROCEDURE DIVISION USING CBSRV-REVERSAL-AREA.
       MAIN-PARA.
           SET CBSRV-SUCCESS TO TRUE.
           MOVE SPACES TO CBSRV-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSRV-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO CBSRV-CONTRA-ACCOUNT.
           MOVE 0 TO CBSRV-TXN-AMOUNT.
           IF CBSRV-ORIGINAL-REF = SPACES
              OR CBSRV-UPD-USERID = SPACES
              SET CBSRV-BADREQUEST TO TRUE
              MOVE 'ORIGINAL REFERENCE AND USERID REQUIRED'
                TO CBSRV-REASON
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM FETCH-ORIGINAL-POSTING
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM CHECK-NOT-A-REVERSAL
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM FIND-TRANSFER-CONTRA
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM CHECK-NOT-ALREADY-REVERSED
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM ASSIGN-REVERSAL-REF
           END-IF.
           IF CBSRV-SUCCESS
              MOVE CBSRV-ACCOUNT-NUMBER TO WS-LEG-ACCOUNT
              MOVE WS-REVERSE-TYPE      TO WS-LEG-TYPE
              PERFORM REVERSE-ONE-LEG
           END-IF.
           IF CBSRV-SUCCESS AND CBSRV-CONTRA-ACCOUNT NOT = 0
              MOVE CBSRV-CONTRA-ACCOUNT TO WS-LEG-ACCOUNT
              MOVE WS-ORIG-TYPE         TO WS-LEG-TYPE
              PERFORM REVERSE-ONE-LEG
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM INSERT-REVERSAL-ROW
           END-IF.
           IF CBSRV-SUCCESS
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
           MOVE CBSRV-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSTXREV' TO CBSEN-PROGRAM-NAME.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSRV-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSRV-REASON
           END-IF.

      ******************************************************************
      * FETCH-ORIGINAL-POSTING reads the accepted posting under the
      * reference. More than one accepted row under the same
      * reference on the account cannot be told apart and is
      * refused rather than guessed at.
       FETCH-ORIGINAL-POSTING.
           MOVE CBSRV-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE CBSRV-ORIGINAL-REF   TO TX-TXN-REF.
           EXEC SQL
                SELECT TXN_TYPE, TXN_AMOUNT, CURRENCY, VALUE_DATE,
                       POST_USERID, CURRENT DATE, CURRENT TIMESTAMP
                  INTO :TX-TXN-TYPE, :TX-TXN-AMOUNT, :TX-CURRENCY,
                       :TX-VALUE-DATE, :TX-POST-USERID, :WS-TODAY,
                       :WS-NOW
                  FROM CBS_ACCT_TXN_HIST
                 WHERE ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND TXN_REF = :TX-TXN-REF
                   AND DISPOSITION = 'A'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE TX-TXN-TYPE    TO WS-ORIG-TYPE
                 MOVE TX-TXN-AMOUNT  TO CBSRV-TXN-AMOUNT
                 MOVE TX-CURRENCY    TO WS-ORIG-CURRENCY
                 MOVE TX-VALUE-DATE  TO WS-ORIG-VALUE-DATE
                 MOVE TX-POST-USERID TO WS-ORIG-USERID
                 IF WS-ORIG-TYPE = 'D'
                    MOVE 'C' TO WS-REVERSE-TYPE
                 ELSE
                    MOVE 'D' TO WS-REVERSE-TYPE
                 END-IF
              WHEN 100
                 SET CBSRV-ORIGINAL-NOTFOUND TO TRUE
                 MOVE 'NO ACCEPTED POSTING UNDER THAT REFERENCE'
                   TO CBSRV-REASON
              WHEN -811
                 SET CBSRV-ORIGINAL-AMBIGUOUS TO TRUE
                 MOVE 'REFERENCE NOT UNIQUE ON ACCOUNT'
                   TO CBSRV-REASON
              WHEN OTHER
                 SET CBSRV-DB2FAIL TO TRUE
                 MOVE 'POSTING LOOKUP FAILED' TO CBSRV-REASON
                 DISPLAY '(CBSTXREV) POSTING LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * CHECK-NOT-A-REVERSAL refuses to reverse a reversal; a wrongly
      * reversed posting is keyed again through the normal paths.
       CHECK-NOT-A-REVERSAL.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM CBS_TXN_REVERSAL
                 WHERE REVERSAL_REF = :CBSRV-ORIGINAL-REF
                   AND ( ACCOUNT_NUMBER = :CBSRV-ACCOUNT-NUMBER
                      OR CONTRA_ACCOUNT = :CBSRV-ACCOUNT-NUMBER )
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSRV-DB2FAIL TO TRUE
                 MOVE 'REVERSAL LOOKUP FAILED' TO CBSRV-REASON
                 DISPLAY '(CBSTXREV) REVERSAL LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-ROW-COUNT > 0
                 SET CBSRV-BADREQUEST TO TRUE
                 MOVE 'POSTING IS ITSELF A REVERSAL' TO CBSRV-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * FIND-TRANSFER-CONTRA looks for the other leg of a CBSTXNP
      * transfer: CBSTXNP writes the debit and credit legs under the
      * record's one reference, amount and value date. Only CBSTXNP
      * posts transfers, so any other original is a single leg.
       FIND-TRANSFER-CONTRA.
           IF WS-ORIG-USERID = WK-TRANSFER-USERID
              EXEC SQL
                   SELECT COUNT(*), COALESCE(MIN(ACCOUNT_NUMBER), 0)
                     INTO :WS-ROW-COUNT, :CBSRV-CONTRA-ACCOUNT
                     FROM CBS_ACCT_TXN_HIST
                    WHERE TXN_REF = :CBSRV-ORIGINAL-REF
                      AND ACCOUNT_NUMBER <> :CBSRV-ACCOUNT-NUMBER
                      AND DISPOSITION = 'A'
                      AND TXN_TYPE = :WS-REVERSE-TYPE
                      AND TXN_AMOUNT = :CBSRV-TXN-AMOUNT
                      AND VALUE_DATE = :WS-ORIG-VALUE-DATE
                      AND POST_USERID = :WK-TRANSFER-USERID
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    SET CBSRV-DB2FAIL TO TRUE
                    MOVE 'TRANSFER LEG LOOKUP FAILED' TO CBSRV-REASON
                    DISPLAY '(CBSTXREV) LEG LOOKUP FAILED. SQLCODE='
                      SQLCODE
                 WHEN WS-ROW-COUNT > 1
                    MOVE 0 TO CBSRV-CONTRA-ACCOUNT
                    SET CBSRV-ORIGINAL-AMBIGUOUS TO TRUE
                    MOVE 'TRANSFER CONTRA LEG NOT UNIQUE'
                      TO CBSRV-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * CHECK-NOT-ALREADY-REVERSED refuses a second reversal of the
      * same posting, whichever leg the earlier one was asked for on.
       CHECK-NOT-ALREADY-REVERSED.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM CBS_TXN_REVERSAL
                 WHERE ORIGINAL_REF = :CBSRV-ORIGINAL-REF
                   AND ( ACCOUNT_NUMBER = :CBSRV-ACCOUNT-NUMBER
                      OR CONTRA_ACCOUNT = :CBSRV-ACCOUNT-NUMBER )
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSRV-DB2FAIL TO TRUE
                 MOVE 'REVERSAL LOOKUP FAILED' TO CBSRV-REASON
                 DISPLAY '(CBSTXREV) REVERSAL LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-ROW-COUNT > 0
                 SET CBSRV-ALREADY-REVERSED TO TRUE
                 MOVE 'POSTING ALREADY REVERSED' TO CBSRV-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * ASSIGN-REVERSAL-REF generates 'RV' plus the date and time to
      * the second when the caller left the reference blank. Either
      * way the reference must be new on every account it will post
      * to, so the reversal has its own clean TXN_REF trail.
       ASSIGN-REVERSAL-REF.
           IF CBSRV-REVERSAL-REF = SPACES
              STRING WK-REF-PREFIX WS-NOW(1:4) WS-NOW(6:2)
                      WS-NOW(9:2) WS-NOW(12:2) WS-NOW(15:2)
                      WS-NOW(18:2)
                      DELIMITED BY SIZE
                      INTO CBSRV-REVERSAL-REF
              END-STRING
           END-IF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ROW-COUNT
                  FROM CBS_ACCT_TXN_HIST
                 WHERE TXN_REF = :CBSRV-REVERSAL-REF
                   AND ACCOUNT_NUMBER IN ( :CBSRV-ACCOUNT-NUMBER ,
                                           :CBSRV-CONTRA-ACCOUNT )
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSRV-DB2FAIL TO TRUE
                 MOVE 'REFERENCE LOOKUP FAILED' TO CBSRV-REASON
                 DISPLAY '(CBSTXREV) REFERENCE LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-ROW-COUNT > 0
                 SET CBSRV-REF-EXISTS TO TRUE
                 MOVE 'REVERSAL REFERENCE ALREADY USED ON ACCOUNT'
                   TO CBSRV-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * REVERSE-ONE-LEG applies WS-LEG-TYPE for the original amount to
      * WS-LEG-ACCOUNT: credits add, debits subtract, under the
      * UPD_TIMESTAMP read here, then writes the history and audit
      * rows for the leg.
       REVERSE-ONE-LEG.
           MOVE WS-LEG-ACCOUNT TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS, LEDGER_BALANCE, UPD_TIMESTAMP
                  INTO :H1-ACCOUNT-STATUS, :H1-LEDGER-BALANCE,
                       :H1-UPD-TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF H1-ACCOUNT-STATUS = ACCT-STATUS-INACTIVE
                    OR H1-ACCOUNT-STATUS = ACCT-STATUS-ESCHEATED
                    SET CBSRV-ACCT-CLOSED TO TRUE
                    MOVE 'ACCOUNT IS CLOSED' TO CBSRV-REASON
                 END-IF
              WHEN 100
                 SET CBSRV-ORIGINAL-NOTFOUND TO TRUE
                 MOVE 'ACCOUNT NOT FOUND' TO CBSRV-REASON
              WHEN OTHER
                 SET CBSRV-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT LOOKUP FAILED' TO CBSRV-REASON
                 DISPLAY '(CBSTXREV) ACCOUNT LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.
           IF CBSRV-SUCCESS
              IF WS-LEG-TYPE = 'C'
                 COMPUTE WS-NEW-BALANCE =
                         H1-LEDGER-BALANCE + CBSRV-TXN-AMOUNT
              ELSE
                 COMPUTE WS-NEW-BALANCE =
                         H1-LEDGER-BALANCE - CBSRV-TXN-AMOUNT
              END-IF
              PERFORM APPLY-LEG-BALANCE
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM INSERT-LEG-HIST-ROW
           END-IF.
           IF CBSRV-SUCCESS
              PERFORM INSERT-LEG-AUDIT-ROW
           END-IF.

      ******************************************************************
       APPLY-LEG-BALANCE.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                       LAST_ACTIVITY_DATE = :WS-TODAY ,
                       UPD_USERID = :CBSRV-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSRV-ACCT-CHANGED TO TRUE
                 MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                   TO CBSRV-REASON
              WHEN OTHER
                 SET CBSRV-DB2FAIL TO TRUE
                 MOVE 'BALANCE UPDATE FAILED' TO CBSRV-REASON
                 DISPLAY '(CBSTXREV) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-LEG-HIST-ROW.
           MOVE H1-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER.
           MOVE WS-LEG-TYPE          TO TX-TXN-TYPE.
           MOVE CBSRV-TXN-AMOUNT     TO TX-TXN-AMOUNT.
           MOVE WS-ORIG-CURRENCY     TO TX-CURRENCY.
           MOVE WS-TODAY             TO TX-VALUE-DATE.
           MOVE CBSRV-REVERSAL-REF   TO TX-TXN-REF.
           MOVE 'A'                  TO TX-DISPOSITION.
           MOVE SPACES               TO TX-REJECT-REASON.
           MOVE CBSRV-UPD-USERID     TO TX-POST-USERID.
           EXEC SQL
                INSERT INTO CBS_ACCT_TXN_HIST
                       ( ACCOUNT_NUMBER ,
                         TXN_TYPE ,
                         TXN_AMOUNT ,
                         CURRENCY ,
                         VALUE_DATE ,
                         TXN_REF ,
                         DISPOSITION ,
                         REJECT_REASON ,
                         POST_USERID ,
                         POST_TIMESTAMP )
                VALUES
                       ( :TX-ACCOUNT-NUMBER ,
                         :TX-TXN-TYPE ,
                         :TX-TXN-AMOUNT ,
                         :TX-CURRENCY ,
                         :TX-VALUE-DATE ,
                         :TX-TXN-REF ,
                         :TX-DISPOSITION ,
                         :TX-REJECT-REASON ,
                         :TX-POST-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSRV-DB2FAIL TO TRUE
              MOVE 'HISTORY INSERT FAILED' TO CBSRV-REASON
              DISPLAY '(CBSTXREV) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       INSERT-LEG-AUDIT-ROW.
           MOVE SPACES TO WS-AUDIT-REASON.
           STRING 'POSTING ' CBSRV-ORIGINAL-REF ' REVERSED'
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-REASON
           END-STRING.
           MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE CBSRV-UPD-USERID  TO AU-UPD-USERID.
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
              SET CBSRV-DB2FAIL TO TRUE
              MOVE 'AUDIT LOG INSERT FAILED' TO CBSRV-REASON
              DISPLAY '(CBSTXREV) AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * INSERT-REVERSAL-ROW records the link between the original and
      * the reversal; it is the row CHECK-NOT-ALREADY-REVERSED finds
      * when a second reversal is asked for.
       INSERT-REVERSAL-ROW.
           MOVE CBSRV-ACCOUNT-NUMBER  TO RV-ACCOUNT-NUMBER.
           MOVE CBSRV-ORIGINAL-REF    TO RV-ORIGINAL-REF.
           MOVE CBSRV-REVERSAL-REF    TO RV-REVERSAL-REF.
           MOVE CBSRV-CONTRA-ACCOUNT  TO RV-CONTRA-ACCOUNT.
           MOVE WS-ORIG-TYPE          TO RV-TXN-TYPE.
           MOVE CBSRV-TXN-AMOUNT      TO RV-TXN-AMOUNT.
           MOVE CBSRV-REVERSAL-REASON TO RV-REVERSAL-REASON.
           MOVE CBSRV-UPD-USERID      TO RV-UPD-USERID.
           EXEC SQL
                INSERT INTO CBS_TXN_REVERSAL
                       ( ACCOUNT_NUMBER ,
                         ORIGINAL_REF ,
                         REVERSAL_REF ,
                         CONTRA_ACCOUNT ,
                         TXN_TYPE ,
                         TXN_AMOUNT ,
                         REVERSAL_REASON ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :RV-ACCOUNT-NUMBER ,
                         :RV-ORIGINAL-REF ,
                         :RV-REVERSAL-REF ,
                         :RV-CONTRA-ACCOUNT ,
                         :RV-TXN-TYPE ,
                         :RV-TXN-AMOUNT ,
                         :RV-REVERSAL-REASON ,
                         :RV-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSRV-DB2FAIL TO TRUE
              MOVE 'REVERSAL INSERT FAILED' TO CBSRV-REASON
              DISPLAY '(CBSTXREV) REVERSAL INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
