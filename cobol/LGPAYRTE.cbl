      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGPAYRTE
      ******************************************************************
      * PAYOUT-ROUTE. Claim settlements and maturity payouts all went
      * to the external payments system on an LGSETPAY instruction,
      * even when the claimant banks with us and the money only had
      * to move across the ledger. Linkage-callable in the LGPAYHLD
      * mold, this is the routing decision LGCLMSET and LGENDSET
      * CALL once a payout has cleared the cooling-off check:
      *
      *  - the policy's CUSTOMERNUMBER must have an active
      *    CUST_ID_XREF link and an ACTIVE PAYOUT_NOMINATION row;
      *  - the nominated account must belong to the linked CUID, be
      *    ACTIVE on CBS_ACCT_MSTR_DTL, not be on compliance HOLD,
      *    carry the payout currency and have a PAYMENT_LIMIT the
      *    payout fits inside - a credit CBSTXNP would refuse on its
      *    face is never routed in;
      *  - when all of that holds, a pending PAYOUT_CREDIT row is
      *    written under a fresh 'S' reference and the caller writes
      *    a CBSTXNR credit instead of the instruction. Anything
      *    else, the payout goes external exactly as before.
      *
      * LGPAYCNF confirms each credit against its CBS_ACCT_TXN_HIST
      * disposition on the next run and falls a rejected one back to
      * an LGSETPAY instruction. Nothing is committed here; the
      * credit row rides in the caller's unit of work, so it stands
      * or falls with the settlement or maturity update it pays.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPAYRTE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-POLICY-CUSTOMERNUM        PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CREDIT-SEQ                PIC S9(15) USAGE COMP VALUE 0.
       01 WS-CREDIT-SEQ-DISPLAY        PIC 9(15).
       01 WK-CONSTANTS.
          05 WK-LINK-ACTIVE           PIC X(1) VALUE 'A'.
          05 WK-NOMINATION-ACTIVE     PIC X(10) VALUE 'ACTIVE'.
          05 WK-ACCOUNT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-COMPLIANCE-HOLD       PIC X(5) VALUE 'HOLD'.
          05 WK-PAYOUT-CURRENCY       PIC X(3) VALUE 'USD'.
          05 WK-CREDIT-PENDING        PIC X(1) VALUE 'P'.
          05 WK-CREDIT-REF-PREFIX     PIC X(1) VALUE 'S'.
      ******************************************************************
      * PATH : .../Cobol Include/LGPAYCRD.cpy / LGPAYNOM.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLPAYOUT-CREDIT.  01 DCLPAYOUT-NOMINATION.
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
             INCLUDE LGPAYCRD
           END-EXEC.

           EXEC SQL
             INCLUDE LGPAYNOM
           END-EXEC.

       LINKAGE SECTION.
           COPY LGPRTRES.
      * PATH : .../Cobol Include/LGPRTRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-PAYOUT-ROUTE-AREA.

       PROCEDURE DIVISION USING LG-PAYOUT-ROUTE-AREA.
       MAIN-PARA.
           SET LG-PRT-EXTERNAL TO TRUE.
           MOVE 0 TO LG-PRT-ACCOUNT-NUMBER.
           MOVE SPACES TO LG-PRT-CURRENCY.
           MOVE SPACES TO LG-PRT-TXN-REF.
           MOVE SPACES TO LG-PRT-REASON.
           PERFORM FIND-NOMINATED-ACCOUNT.
           IF LG-PRT-INTERNAL
              PERFORM RECORD-PAYOUT-CREDIT
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * FIND-NOMINATED-ACCOUNT reads the policy's customer and looks
      * for a nominated account every CBSTXNP credit edit would let
      * through. No row is the ordinary external case, not an error.
       FIND-NOMINATED-ACCOUNT.
           MOVE LG-PRT-POLICYNUMBER TO PC-POLICYNUMBER.
           EXEC SQL
                SELECT CUSTOMERNUMBER
                  INTO :WS-POLICY-CUSTOMERNUM
                  FROM POLICY
                 WHERE POLICYNUMBER = :PC-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-PRT-DB2FAIL TO TRUE
              MOVE 'POLICY CUSTOMER LOOKUP FAILED' TO LG-PRT-REASON
              DISPLAY '(LGPAYRTE) POLICY LOOKUP FAILED. POLICY='
                LG-PRT-POLICYNUMBER ' SQLCODE=' SQLCODE
           ELSE
              MOVE WS-POLICY-CUSTOMERNUM TO PN-CUSTOMERNUMBER
              MOVE LG-PRT-AMOUNT TO PC-AMOUNT
              EXEC SQL
                   SELECT N.ACCOUNT_NUMBER, A.CURRENCY
                     INTO :PN-ACCOUNT-NUMBER, :PC-CURRENCY
                     FROM PAYOUT_NOMINATION N, CUST_ID_XREF X,
                          CBS_ACCT_MSTR_DTL A
                    WHERE N.CUSTOMERNUMBER = :PN-CUSTOMERNUMBER
                      AND N.NOMINATION_STATUS = :WK-NOMINATION-ACTIVE
                      AND X.CUSTOMERNUMBER = N.CUSTOMERNUMBER
                      AND X.LINK_STATUS = :WK-LINK-ACTIVE
                      AND A.ACCOUNT_NUMBER = N.ACCOUNT_NUMBER
                      AND A.CUSTOMER_ID = X.CUID
                      AND A.ACCOUNT_STATUS = :WK-ACCOUNT-ACTIVE
                      AND A.COMPLIANCE_STATUS <> :WK-COMPLIANCE-HOLD
                      AND A.CURRENCY = :WK-PAYOUT-CURRENCY
                      AND A.PAYMENT_LIMIT >= :PC-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    SET LG-PRT-INTERNAL TO TRUE
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    SET LG-PRT-DB2FAIL TO TRUE
                    MOVE 'PAYOUT NOMINATION LOOKUP FAILED'
                      TO LG-PRT-REASON
                    DISPLAY '(LGPAYRTE) NOMINATION LOOKUP FAILED.'
                      ' POLICY=' LG-PRT-POLICYNUMBER
                      ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * RECORD-PAYOUT-CREDIT takes the credit's reference and writes
      * the pending PAYOUT_CREDIT row LGPAYCNF will confirm.
       RECORD-PAYOUT-CREDIT.
           EXEC SQL
                SELECT NEXT VALUE FOR PAYOUT_CREDIT_SEQ
                  INTO :WS-CREDIT-SEQ
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-PRT-DB2FAIL TO TRUE
              MOVE 'PAYOUT CREDIT SEQUENCE FAILED' TO LG-PRT-REASON
              DISPLAY '(LGPAYRTE) SEQUENCE FAILED. SQLCODE=' SQLCODE
           ELSE
              MOVE WS-CREDIT-SEQ TO WS-CREDIT-SEQ-DISPLAY
              MOVE SPACES TO PC-CREDIT-REF
              STRING WK-CREDIT-REF-PREFIX WS-CREDIT-SEQ-DISPLAY
                      DELIMITED BY SIZE
                      INTO PC-CREDIT-REF
              END-STRING
              MOVE LG-PRT-PROGRAM-NAME TO PC-SOURCE-PROGRAM
              MOVE LG-PRT-CLAIMNUMBER  TO PC-CLAIMNUMBER
              MOVE PN-ACCOUNT-NUMBER   TO PC-ACCOUNT-NUMBER
              MOVE LG-PRT-VALUE-DATE   TO PC-VALUE-DATE
              MOVE LG-PRT-PROGRAM-NAME TO PC-UPD-USERID
              EXEC SQL
                   INSERT INTO PAYOUT_CREDIT
                          ( CREDIT_REF , SOURCE_PROGRAM ,
                            POLICYNUMBER , CLAIMNUMBER ,
                            ACCOUNT_NUMBER , AMOUNT , CURRENCY ,
                            VALUE_DATE , CREDIT_STATUS ,
                            REJECT_REASON , UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :PC-CREDIT-REF , :PC-SOURCE-PROGRAM ,
                            :PC-POLICYNUMBER , :PC-CLAIMNUMBER ,
                            :PC-ACCOUNT-NUMBER , :PC-AMOUNT ,
                            :PC-CURRENCY , :PC-VALUE-DATE ,
                            :WK-CREDIT-PENDING , ' ' ,
                            :PC-UPD-USERID , CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET LG-PRT-DB2FAIL TO TRUE
                 MOVE 'PAYOUT CREDIT INSERT FAILED' TO LG-PRT-REASON
                 DISPLAY '(LGPAYRTE) INSERT FAILED. POLICY='
                   LG-PRT-POLICYNUMBER ' SQLCODE=' SQLCODE
              ELSE
                 MOVE PC-ACCOUNT-NUMBER TO LG-PRT-ACCOUNT-NUMBER
                 MOVE PC-CURRENCY       TO LG-PRT-CURRENCY
                 MOVE PC-CREDIT-REF     TO LG-PRT-TXN-REF
                 MOVE 'PAID BY CREDIT TO NOMINATED ACCOUNT'
                   TO LG-PRT-REASON
              END-IF
           END-IF.
