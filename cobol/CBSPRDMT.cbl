      * forward deliberately.
      *
      * The price function sets the product's CBS_PRODUCT_PRICING
      * terms (annual credit interest percent, annual overdraft debit
      * interest percent, flat monthly fee, term-deposit
      * early-break penalty percent and loan late fee)
      * for CBSINTFE's month-end run - update-then-insert so the same
      * call path covers the first pricing of a product and the
      * quarterly repricing. The product must exist and be active on
      * CBS_PRODUCT_MSTR before it can be priced.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSPM-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE CBSPRDPR
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSPMRES.
      * PATH : .../Cobol Include/CBSPMRES
       MAIN-PARA.
           SET CBSPM-SUCCESS TO TRUE.
           MOVE SPACES TO CBSPM-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSPM-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN CBSPM-FN-ADD
                 PERFORM ADD-PRODUCT
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSPM-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSPRDMT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSPM-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSPM-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSPM-REASON
           END-IF.

      ******************************************************************
       ADD-PRODUCT.
           MOVE CBSPM-PRODUCT-CODE TO PM-PRODUCT-CODE.
       APPLY-PRODUCT-PRICING.
           MOVE CBSPM-PRODUCT-CODE        TO PP-PRODUCT-CODE.
           MOVE CBSPM-CREDIT-INTEREST-PCT TO PP-CREDIT-INTEREST-PCT.
           MOVE CBSPM-DEBIT-INTEREST-PCT  TO PP-DEBIT-INTEREST-PCT.
           MOVE CBSPM-MONTHLY-FEE         TO PP-MONTHLY-FEE.
           MOVE CBSPM-BREAK-PENALTY-PCT   TO PP-BREAK-PENALTY-PCT.
           MOVE CBSPM-LATE-FEE            TO PP-LATE-FEE.
           MOVE CBSPM-UPD-USERID          TO PP-UPD-USERID.
           EXEC SQL
                UPDATE CBS_PRODUCT_PRICING
                   SET CREDIT_INTEREST_PCT = :PP-CREDIT-INTEREST-PCT ,
                       DEBIT_INTEREST_PCT = :PP-DEBIT-INTEREST-PCT ,
                       MONTHLY_FEE = :PP-MONTHLY-FEE ,
                       BREAK_PENALTY_PCT = :PP-BREAK-PENALTY-PCT ,
                       LATE_FEE = :PP-LATE-FEE ,
                       UPD_USERID = :PP-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE PRODUCT_CODE = :PP-PRODUCT-CODE
                INSERT INTO CBS_PRODUCT_PRICING
                       ( PRODUCT_CODE ,
                         CREDIT_INTEREST_PCT ,
                         DEBIT_INTEREST_PCT ,
                         MONTHLY_FEE ,
                         BREAK_PENALTY_PCT ,
                         LATE_FEE ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :PP-PRODUCT-CODE ,
                         :PP-CREDIT-INTEREST-PCT ,
                         :PP-DEBIT-INTEREST-PCT ,
                         :PP-MONTHLY-FEE ,
                         :PP-BREAK-PENALTY-PCT ,
                         :PP-LATE-FEE ,
                         :PP-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
