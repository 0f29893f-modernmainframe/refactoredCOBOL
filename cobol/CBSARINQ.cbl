      * row was archived cannot re-enter the live table unrecognized.
      * Customer restores are logged with account number zero and the
      * CUID named in REASON - the audit log is account-keyed.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSAR-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE CBSAUDIT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSARRES.
      * PATH : .../Cobol Include/CBSARRES
       MAIN-PARA.
           SET CBSAR-SUCCESS TO TRUE.
           MOVE SPACES TO CBSAR-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSAR-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN CBSAR-KEY-CUSTOMER
                 PERFORM FETCH-ARCHIVED-CUSTOMER
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSAR-OPERATOR-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSARINQ' TO CBSEN-PROGRAM-NAME.
           MOVE CBSAR-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSAR-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSAR-REASON
           END-IF.

      ******************************************************************
       FETCH-ARCHIVED-CUSTOMER.
           MOVE CBSAR-CUID TO CA-CUID.
                       CUSTOMER_ID, ACCOUNT_STATUS, PAYMENT_LIMIT,
                       CURRENCY, COMPLIANCE_STATUS,
                       LAST_ACTIVITY_DATE, UPD_USERID, UPD_TIMESTAMP,
                       ARCHIVED_TIMESTAMP, OVERDRAFT_LIMIT
                  INTO :AA-BASE-BRANCH, :AA-ACCOUNT-NAME,
                       :AA-PRODUCT-CODE, :AA-CUSTOMER-ID,
                       :AA-ACCOUNT-STATUS, :AA-PAYMENT-LIMIT,
                       :AA-CURRENCY, :AA-COMPLIANCE-STATUS,
                       :AA-LAST-ACTIVITY-DATE, :AA-UPD-USERID,
                       :AA-UPD-TIMESTAMP, :AA-ARCHIVED-TIMESTAMP,
                       :AA-OVERDRAFT-LIMIT
                  FROM CBS_ACCT_MSTR_ARCHIVE
                 WHERE ACCOUNT_NUMBER = :AA-ACCOUNT-NUMBER
           END-EXEC.
      * CBS_ACCT_MSTR_ARCHIVE predates LEDGER_BALANCE and an account
      * is only archived once its money story is settled, so a
      * restored account re-enters the live table at a zero balance
      * the same way a newly opened one does. Its arranged overdraft
      * is restored as archived.
           EXEC SQL
                INSERT INTO CBS_ACCT_MSTR_DTL
                       ( ACCOUNT_NUMBER , BASE_BRANCH , ACCOUNT_NAME ,
                         PAYMENT_LIMIT , LEDGER_BALANCE , CURRENCY ,
                         COMPLIANCE_STATUS ,
                         LAST_ACTIVITY_DATE , UPD_USERID ,
                         UPD_TIMESTAMP ,
                         OVERDRAFT_LIMIT )
                VALUES
                       ( :AA-ACCOUNT-NUMBER , :AA-BASE-BRANCH ,
                         :AA-ACCOUNT-NAME , :AA-PRODUCT-CODE ,
                         :AA-PAYMENT-LIMIT , 0 , :AA-CURRENCY ,
                         :AA-COMPLIANCE-STATUS ,
                         :AA-LAST-ACTIVITY-DATE ,
                         :WK-RESTORE-USERID , CURRENT TIMESTAMP ,
                         :AA-OVERDRAFT-LIMIT )
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
