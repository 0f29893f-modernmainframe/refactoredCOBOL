      * CUSTOMER, so the bank side is addressed by its LMTEST
      * qualifier and the insurance side by the plan's default
      * (GenApp) qualifier, the one the LG programs bind with.
      *
      * Nominate records the account a linked insured wants claim
      * settlements and maturity payouts credited to, in place of an
      * external payment (PAYOUT_NOMINATION, read by LGPAYRTE). It
      * needs an active link for the CUSTOMERNUMBER and an ACTIVE
      * CBS_ACCT_MSTR_DTL account owned by the linked CUID; a second
      * nomination replaces the first. Withdraw cancels it.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSIX-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MATCH-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-NOMINATION-ACTIVE     PIC X(10) VALUE 'ACTIVE'.
          05 WK-NOMINATION-CANCELLED  PIC X(10) VALUE 'CANCELLED'.
          05 WK-ACCOUNT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSIDXRF.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCUST-ID-XREF.
      * PATH : .../Cobol Include/LGPAYNOM.cpy / CBSMST.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLPAYOUT-NOMINATION.  01 DCLCBS-ACCT-MSTR-DTL.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
             INCLUDE CBSIDXRF
           END-EXEC.

           EXEC SQL
             INCLUDE LGPAYNOM
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSIXRES.
      * PATH : .../Cobol Include/CBSIXRES
       MAIN-PARA.
           SET CBSIX-SUCCESS TO TRUE.
           MOVE SPACES TO CBSIX-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSIX-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN CBSIX-FN-LINK
                 PERFORM ESTABLISH-LINK
              WHEN CBSIX-FN-BREAK
                 PERFORM BREAK-LINK
              WHEN CBSIX-FN-NOMINATE
                 PERFORM NOMINATE-PAYOUT-ACCOUNT
              WHEN CBSIX-FN-WITHDRAW
                 PERFORM WITHDRAW-NOMINATION
              WHEN OTHER
                 SET CBSIX-BADFUNCTION TO TRUE
                 MOVE 'INVALID FUNCTION CODE' TO CBSIX-REASON
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSIX-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSIDXRM' TO CBSEN-PROGRAM-NAME.
           MOVE CBSIX-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSIX-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSIX-REASON
           END-IF.

      ******************************************************************
       ESTABLISH-LINK.
           MOVE CBSIX-CUID TO XR-CUID.
                 MOVE 'XREF UPDATE FAILED' TO CBSIX-REASON
                 DISPLAY '(CBSIDXRM) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * NOMINATE-PAYOUT-ACCOUNT finds the customer's active link,
      * checks the account belongs to the linked CUID and is ACTIVE,
      * then replaces or adds the PAYOUT_NOMINATION row.
       NOMINATE-PAYOUT-ACCOUNT.
           MOVE CBSIX-CUSTOMERNUMBER TO XR-CUSTOMERNUMBER.
           MOVE CBSIX-UPD-USERID TO PN-UPD-USERID.
           EXEC SQL
                SELECT CUID
                  INTO :XR-CUID
                  FROM CUST_ID_XREF
                 WHERE CUSTOMERNUMBER = :XR-CUSTOMERNUMBER
                   AND LINK_STATUS = 'A'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSIX-LINK-NOTFOUND TO TRUE
                 MOVE 'ACTIVE LINK NOT FOUND' TO CBSIX-REASON
              WHEN OTHER
                 SET CBSIX-DB2FAIL TO TRUE
                 MOVE 'XREF LOOKUP FAILED' TO CBSIX-REASON
                 DISPLAY '(CBSIDXRM) XREF LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.
           IF CBSIX-SUCCESS
              MOVE CBSIX-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
              EXEC SQL
                   SELECT CUSTOMER_ID, ACCOUNT_STATUS
                     INTO :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS
                     FROM CBS_ACCT_MSTR_DTL
                    WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    SET CBSIX-ACCOUNT-INVALID TO TRUE
                    MOVE 'ACCOUNT NOT FOUND' TO CBSIX-REASON
                 WHEN SQLCODE NOT = 0
                    SET CBSIX-DB2FAIL TO TRUE
                    MOVE 'ACCOUNT LOOKUP FAILED' TO CBSIX-REASON
                    DISPLAY '(CBSIDXRM) ACCOUNT LOOKUP FAILED.'
                      ' SQLCODE=' SQLCODE
                 WHEN H1-CUSTOMER-ID NOT = XR-CUID
                    SET CBSIX-ACCOUNT-INVALID TO TRUE
                    MOVE 'ACCOUNT NOT HELD BY LINKED CUSTOMER'
                      TO CBSIX-REASON
                 WHEN H1-ACCOUNT-STATUS NOT = WK-ACCOUNT-ACTIVE
                    SET CBSIX-ACCOUNT-INVALID TO TRUE
                    MOVE 'ACCOUNT NOT ACTIVE' TO CBSIX-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF CBSIX-SUCCESS
              PERFORM RECORD-NOMINATION
           END-IF.

      ******************************************************************
       RECORD-NOMINATION.
           MOVE CBSIX-CUSTOMERNUMBER TO PN-CUSTOMERNUMBER.
           MOVE CBSIX-ACCOUNT-NUMBER TO PN-ACCOUNT-NUMBER.
           EXEC SQL
                UPDATE PAYOUT_NOMINATION
                   SET ACCOUNT_NUMBER = :PN-ACCOUNT-NUMBER ,
                       NOMINATION_STATUS = :WK-NOMINATION-ACTIVE ,
                       UPD_USERID = :PN-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUSTOMERNUMBER = :PN-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                   INSERT INTO PAYOUT_NOMINATION
                          ( CUSTOMERNUMBER , ACCOUNT_NUMBER ,
                            NOMINATION_STATUS , UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :PN-CUSTOMERNUMBER , :PN-ACCOUNT-NUMBER ,
                            :WK-NOMINATION-ACTIVE , :PN-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              SET CBSIX-DB2FAIL TO TRUE
              MOVE 'NOMINATION UPDATE FAILED' TO CBSIX-REASON
              DISPLAY '(CBSIDXRM) NOMINATION FAILED. SQLCODE=' SQLCODE
           ELSE
              DISPLAY '(CBSIDXRM) PAYOUT ACCOUNT NOMINATED.'
                ' CUSTOMERNUMBER=' PN-CUSTOMERNUMBER
                ' ACCOUNT=' PN-ACCOUNT-NUMBER
           END-IF.

      ******************************************************************
       WITHDRAW-NOMINATION.
           MOVE CBSIX-CUSTOMERNUMBER TO PN-CUSTOMERNUMBER.
           MOVE CBSIX-UPD-USERID TO PN-UPD-USERID.
           EXEC SQL
                UPDATE PAYOUT_NOMINATION
                   SET NOMINATION_STATUS = :WK-NOMINATION-CANCELLED ,
                       UPD_USERID = :PN-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUSTOMERNUMBER = :PN-CUSTOMERNUMBER
                   AND NOMINATION_STATUS = :WK-NOMINATION-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY '(CBSIDXRM) NOMINATION WITHDRAWN.'
                   ' CUSTOMERNUMBER=' PN-CUSTOMERNUMBER
              WHEN 100
                 SET CBSIX-NOMINATION-NOTFOUND TO TRUE
                 MOVE 'ACTIVE NOMINATION NOT FOUND' TO CBSIX-REASON
              WHEN OTHER
                 SET CBSIX-DB2FAIL TO TRUE
                 MOVE 'NOMINATION UPDATE FAILED' TO CBSIX-REASON
                 DISPLAY '(CBSIDXRM) WITHDRAW FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.
