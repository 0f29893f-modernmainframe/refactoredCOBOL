      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSTDBRK
      ******************************************************************
      * TERM-DEPOSIT BREAK. Every debit path refuses a debit against
      * a term-deposit account while its CBS_TERM_DEPOSIT row is
      * ACTIVE, so an early withdrawal has exactly one way in: a
      * break request through this program. Linkage-callable in the
      * CBSACMNT mold, given the deposit's account number it:
      *
      *  - refuses the break when the account has no ACTIVE deposit,
      *    the account itself is not ACTIVE, or the maturity date has
      *    already arrived (CBSTDMAT pays that one out in full - a
      *    customer is never penalised for waiting for the run);
      *  - charges the product's BREAK_PENALTY_PCT of the principal
      *    from CBS_PRODUCT_PRICING (a product with no pricing row or
      *    a zero rate breaks free), capped at the balance actually
      *    in the account. The penalty is posted as a debit through
      *    the CBS_ACCT_TXN_HIST discipline - LEDGER_BALANCE update
      *    under the UPD_TIMESTAMP check and an accepted history row
      *    with reference 'TDB' plus the break date. No interest is
      *    paid for the broken term;
      *  - closes the deposit as BROKEN, which lifts the debit lock
      *    so the remaining balance is withdrawn or transferred
      *    through the normal posting paths;
      *  - logs the break and the penalty charged to
      *    CBS_ACCT_AUDIT_LOG, old and new status the account's
      *    unchanged status (the CBSACMNT convention).
      *
      * The whole break is one commit/rollback unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSTB-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSTDBRK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-AMOUNT-DISPLAY            PIC Z(8)9.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-DEPOSIT-BROKEN        PIC X(10) VALUE 'BROKEN'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSTDEP.cpy / CBSPRDPR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-TERM-DEPOSIT.
      *01  DCLCBS-PRODUCT-PRICING.  01 DCLCBS-ACCT-TXN-HIST.
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
             INCLUDE CBSTDEP
           END-EXEC.

           EXEC SQL
             INCLUDE CBSPRDPR
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSTBRES.
      * PATH : .../Cobol Include/CBSTBRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSTB-DEPOSIT-BREAK-AREA.

       PROCEDURE DIVISION USING CBSTB-DEPOSIT-BREAK-AREA.
       MAIN-PARA.
           SET CBSTB-SUCCESS TO TRUE.
           MOVE SPACES TO CBSTB-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSTB-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO CBSTB-PENALTY-AMOUNT.
           PERFORM FETCH-DEPOSIT-FOR-BREAK.
           IF CBSTB-SUCCESS
              PERFORM VALIDATE-BREAK
           END-IF.
           IF CBSTB-SUCCESS
              PERFORM CALCULATE-BREAK-PENALTY
           END-IF.
           IF CBSTB-SUCCESS AND CBSTB-PENALTY-AMOUNT > 0
              PERFORM POST-BREAK-PENALTY
           END-IF.
           IF CBSTB-SUCCESS
              PERFORM MARK-DEPOSIT-BROKEN
           END-IF.
           IF CBSTB-SUCCESS
              PERFORM INSERT-BREAK-AUDIT-ROW
           END-IF.
           IF CBSTB-SUCCESS
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
           MOVE CBSTB-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSTDBRK' TO CBSEN-PROGRAM-NAME.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSTB-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSTB-REASON
           END-IF.

      ******************************************************************
      * FETCH-DEPOSIT-FOR-BREAK reads the ACTIVE deposit together with
      * the account's current state, so the penalty is measured and
      * posted against one consistent picture.
       FETCH-DEPOSIT-FOR-BREAK.
           MOVE CBSTB-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER.
           MOVE CBSTB-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT T.PRINCIPAL, T.MATURITY_DATE,
                       A.ACCOUNT_STATUS, A.PRODUCT_CODE,
                       A.LEDGER_BALANCE, A.CURRENCY, A.UPD_TIMESTAMP,
                       CURRENT DATE
                  INTO :TD-PRINCIPAL, :TD-MATURITY-DATE,
                       :H1-ACCOUNT-STATUS, :H1-PRODUCT-CODE,
                       :H1-LEDGER-BALANCE, :H1-CURRENCY,
                       :H1-UPD-TIMESTAMP, :WS-TODAY
                  FROM CBS_TERM_DEPOSIT T, CBS_ACCT_MSTR_DTL A
                 WHERE T.ACCOUNT_NUMBER = :TD-ACCOUNT-NUMBER
                   AND T.DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE
                   AND A.ACCOUNT_NUMBER = T.ACCOUNT_NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSTB-DEPOSIT-NOTFOUND TO TRUE
                 MOVE 'NO ACTIVE TERM DEPOSIT ON ACCOUNT'
                   TO CBSTB-REASON
              WHEN OTHER
                 SET CBSTB-DB2FAIL TO TRUE
                 MOVE 'TERM DEPOSIT LOOKUP FAILED' TO CBSTB-REASON
                 DISPLAY '(CBSTDBRK) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       VALIDATE-BREAK.
           IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
              SET CBSTB-ACCT-NOTACTIVE TO TRUE
              MOVE 'ACCOUNT NOT ACTIVE' TO CBSTB-REASON
           ELSE
              IF TD-MATURITY-DATE NOT > WS-TODAY
                 SET CBSTB-DEPOSIT-MATURED TO TRUE
                 MOVE 'DEPOSIT HAS MATURED - NO BREAK NEEDED'
                   TO CBSTB-REASON
              END-IF
           END-IF.

      ******************************************************************
      * CALCULATE-BREAK-PENALTY takes the product's penalty percent of
      * the principal, never more than the account actually holds.
       CALCULATE-BREAK-PENALTY.
           MOVE H1-PRODUCT-CODE TO PP-PRODUCT-CODE.
           EXEC SQL
                SELECT BREAK_PENALTY_PCT
                  INTO :PP-BREAK-PENALTY-PCT
                  FROM CBS_PRODUCT_PRICING
                 WHERE PRODUCT_CODE = :PP-PRODUCT-CODE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 COMPUTE CBSTB-PENALTY-AMOUNT ROUNDED =
                         TD-PRINCIPAL * PP-BREAK-PENALTY-PCT / 100
                 IF CBSTB-PENALTY-AMOUNT > H1-LEDGER-BALANCE
                    IF H1-LEDGER-BALANCE > 0
                       MOVE H1-LEDGER-BALANCE TO CBSTB-PENALTY-AMOUNT
                    ELSE
                       MOVE 0 TO CBSTB-PENALTY-AMOUNT
                    END-IF
                 END-IF
              WHEN 100
                 MOVE 0 TO CBSTB-PENALTY-AMOUNT
              WHEN OTHER
                 SET CBSTB-DB2FAIL TO TRUE
                 MOVE 'PRICING LOOKUP FAILED' TO CBSTB-REASON
                 DISPLAY '(CBSTDBRK) PRICING LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * POST-BREAK-PENALTY debits the penalty under the UPD_TIMESTAMP
      * concurrency check read by FETCH-DEPOSIT-FOR-BREAK and writes
      * the accepted history row. The debit lock guards the principal
      * against the customer's debits, not against this penalty.
       POST-BREAK-PENALTY.
           COMPUTE WS-NEW-BALANCE =
                   H1-LEDGER-BALANCE - CBSTB-PENALTY-AMOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                       LAST_ACTIVITY_DATE = :WS-TODAY ,
                       UPD_USERID = :CBSTB-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM INSERT-PENALTY-HIST-ROW
              WHEN 100
                 SET CBSTB-ACCT-CHANGED TO TRUE
                 MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                   TO CBSTB-REASON
              WHEN OTHER
                 SET CBSTB-DB2FAIL TO TRUE
                 MOVE 'BALANCE UPDATE FAILED' TO CBSTB-REASON
                 DISPLAY '(CBSTDBRK) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-PENALTY-HIST-ROW.
           MOVE H1-ACCOUNT-NUMBER    TO TX-ACCOUNT-NUMBER.
           MOVE 'D'                  TO TX-TXN-TYPE.
           MOVE CBSTB-PENALTY-AMOUNT TO TX-TXN-AMOUNT.
           MOVE H1-CURRENCY          TO TX-CURRENCY.
           MOVE WS-TODAY             TO TX-VALUE-DATE.
           MOVE SPACES               TO TX-TXN-REF.
           STRING 'TDB' WS-TODAY
                   DELIMITED BY SIZE
                   INTO TX-TXN-REF
           END-STRING.
           MOVE 'A'                  TO TX-DISPOSITION.
           MOVE SPACES               TO TX-REJECT-REASON.
           MOVE CBSTB-UPD-USERID     TO TX-POST-USERID.
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
              SET CBSTB-DB2FAIL TO TRUE
              MOVE 'HISTORY INSERT FAILED' TO CBSTB-REASON
              DISPLAY '(CBSTDBRK) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * MARK-DEPOSIT-BROKEN closes the deposit under the ACTIVE
      * predicate; a zero-row update means the maturity run or another
      * break got there first.
       MARK-DEPOSIT-BROKEN.
           EXEC SQL
                UPDATE CBS_TERM_DEPOSIT
                   SET DEPOSIT_STATUS = :WK-DEPOSIT-BROKEN ,
                       UPD_USERID = :CBSTB-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :TD-ACCOUNT-NUMBER
                   AND DEPOSIT_STATUS = :WK-DEPOSIT-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSTB-ACCT-CHANGED TO TRUE
                 MOVE 'DEPOSIT CHANGED BY ANOTHER USER - RETRY'
                   TO CBSTB-REASON
              WHEN OTHER
                 SET CBSTB-DB2FAIL TO TRUE
                 MOVE 'DEPOSIT UPDATE FAILED' TO CBSTB-REASON
                 DISPLAY '(CBSTDBRK) DEPOSIT UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-BREAK-AUDIT-ROW.
           MOVE CBSTB-PENALTY-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO WS-AUDIT-REASON.
           STRING 'TERM DEPOSIT BROKEN - PENALTY ' WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-REASON
           END-STRING.
           MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE CBSTB-UPD-USERID  TO AU-UPD-USERID.
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
              SET CBSTB-DB2FAIL TO TRUE
              MOVE 'AUDIT LOG INSERT FAILED' TO CBSTB-REASON
              DISPLAY '(CBSTDBRK) AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
