      *
      * Linkage-callable like CBSBSDG; CBSACOB is the batch feed
      * driver that CALLs this once per load-file record.
      *
      * With CBSAO-TERM-DEPOSIT set the account is opened as a
      * fixed-term deposit: the principal, term (one month to ten
      * years), fixed rate and maturity instruction are
      * validated - a pay-out instruction needs an ACTIVE payout
      * account in the deposit's own currency - and a
      * CBS_TERM_DEPOSIT row maturing on the opening date plus the
      * term is inserted in the same unit of work. The principal is
      * placed by an ordinary CBSTXNP credit; from then on every debit
      * path refuses a debit until CBSTDMAT matures the deposit or
      * CBSTDBRK breaks it. CBSACOB's 80-byte load card has no room
      * for the deposit terms, so the batch feed opens ordinary
      * accounts only.
      *
      * Every open records its holders on CBS_ACCT_PARTY: the owning
      * CUSTOMER-ID as primary holder plus up to four joint holders
      * or authorised signatories from CBSAO-PARTY, all under the one
      * signing rule. Each extra party must be an ACTIVE customer,
      * named once and not the primary holder; a bad party refuses
      * the whole open. Later changes to the parties go through
      * CBSAPMNT.
      ******************************************************************

       IDENTIFICATION DIVISION.
          05 WK-COMPLIANCE-CLEAR      PIC X(5) VALUE 'CLEAR'.
          05 WK-ACTIVE-YES            PIC X(1) VALUE 'Y'.
          05 WK-CURRENCY-ALL          PIC X(3) VALUE 'ALL'.
          05 WK-TD-OPEN-REASON        PIC X(50)
             VALUE 'TERM DEPOSIT OPENED'.
          05 WK-DEPOSIT-ACTIVE        PIC X(10) VALUE 'ACTIVE'.
          05 WK-MAX-TERM-MONTHS       PIC S9(4) USAGE COMP VALUE 120.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-ROLE-PRIMARY          PIC X(1) VALUE 'P'.
          05 WK-ROLE-JOINT            PIC X(1) VALUE 'J'.
          05 WK-ROLE-SIGNATORY        PIC X(1) VALUE 'S'.
          05 WK-MAX-PARTIES           PIC S9(4) USAGE COMP VALUE 4.
      * Payout-account state read while validating a pay-out term
      * deposit - the H1- set is reserved for the account being
      * opened.
       01 WS-PAYOUT-STATUS            PIC X(10).
       01 WS-PAYOUT-CURRENCY          PIC X(3).
      * Subscripts over CBSAO-PARTY while the joint parties are
      * validated and inserted.
       01 WS-PARTY-IX                 PIC S9(4) USAGE COMP.
       01 WS-DUP-IX                   PIC S9(4) USAGE COMP.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      *    10 CUSTOMER-ID                PIC 9(9).
      *    10 CUSTOMER-STATUS            PIC X.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSACPTY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-PARTY.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
             INCLUDE CBSPRDM
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTDEP
           END-EXEC.

           EXEC SQL
             INCLUDE CBSACPTY
           END-EXEC.

       LINKAGE SECTION.
           COPY CBSAORES.
      * PATH : .../Cobol Include/CBSAORES
           IF CBSAO-SUCCESS
              PERFORM VALIDATE-PRODUCT-CODE
           END-IF.
           IF CBSAO-SUCCESS AND CBSAO-TERM-DEPOSIT
              PERFORM VALIDATE-DEPOSIT-TERMS
           END-IF.
           IF CBSAO-SUCCESS
              PERFORM VALIDATE-ACCOUNT-PARTIES
           END-IF.
           IF CBSAO-SUCCESS
              PERFORM GET-ACCOUNT-NUMBER-AND-INSERT
           END-IF.
                         COMPLIANCE_STATUS ,
                         LAST_ACTIVITY_DATE ,
                         UPD_USERID ,
                         UPD_TIMESTAMP ,
                         OVERDRAFT_LIMIT )
                VALUES
                       ( :H1-ACCOUNT-NUMBER ,
                         :H1-BASE-BRANCH ,
                         :H1-COMPLIANCE-STATUS ,
                         CURRENT DATE ,
                         :H1-UPD-USERID ,
                         CURRENT TIMESTAMP ,
                         0 )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSAO-DB2FAIL TO TRUE
           ELSE
              MOVE H1-ACCOUNT-NUMBER TO CBSAO-ACCOUNT-NUMBER
              PERFORM INSERT-OPEN-AUDIT-ROW
              IF CBSAO-SUCCESS
                 PERFORM INSERT-ACCOUNT-PARTIES
              END-IF
              IF CBSAO-SUCCESS AND CBSAO-TERM-DEPOSIT
                 PERFORM INSERT-TERM-DEPOSIT
              END-IF
              DISPLAY '(CBSACOP) ACCOUNT ADDED TO DATABASE.'
           END-IF.

           MOVE SPACES             TO AU-OLD-STATUS.
           MOVE ACCT-STATUS-ACTIVE TO AU-NEW-STATUS.
           MOVE WK-OPEN-USERID     TO AU-UPD-USERID.
           IF CBSAO-TERM-DEPOSIT
              MOVE WK-TD-OPEN-REASON TO AU-REASON
           ELSE
              MOVE WK-OPEN-REASON    TO AU-REASON
           END-IF.
           EXEC SQL
                INSERT INTO CBS_ACCT_AUDIT_LOG
                       ( ACCOUNT_NUMBER ,
                SQLCODE
           END-IF.

      ******************************************************************
      * VALIDATE-DEPOSIT-TERMS refuses a term-deposit open before any
      * sequence value is consumed when the principal, term or rate
      * is not positive, the term runs past WK-MAX-TERM-MONTHS, the
      * maturity instruction is neither roll-over nor pay-out, or a
      * pay-out deposit names a payout account that is missing, not
      * ACTIVE or in another currency - CBSTDMAT's maturity transfer
      * would only bounce in CBSTXNP years later.
       VALIDATE-DEPOSIT-TERMS.
           EVALUATE TRUE
              WHEN CBSAO-TD-PRINCIPAL NOT > 0
                 SET CBSAO-DEPOSIT-INVALID TO TRUE
                 MOVE 'DEPOSIT PRINCIPAL MUST BE POSITIVE'
                   TO CBSAO-REASON
              WHEN CBSAO-TD-TERM-MONTHS NOT > 0
                OR CBSAO-TD-TERM-MONTHS > WK-MAX-TERM-MONTHS
                 SET CBSAO-DEPOSIT-INVALID TO TRUE
                 MOVE 'DEPOSIT TERM OUT OF RANGE' TO CBSAO-REASON
              WHEN CBSAO-TD-RATE-PCT NOT > 0
                 SET CBSAO-DEPOSIT-INVALID TO TRUE
                 MOVE 'DEPOSIT RATE MUST BE POSITIVE' TO CBSAO-REASON
              WHEN CBSAO-TD-ROLLOVER
                 MOVE 0 TO CBSAO-TD-PAYOUT-ACCOUNT
              WHEN CBSAO-TD-PAYOUT
                 PERFORM VALIDATE-PAYOUT-ACCOUNT
              WHEN OTHER
                 SET CBSAO-DEPOSIT-INVALID TO TRUE
                 MOVE 'INVALID MATURITY INSTRUCTION' TO CBSAO-REASON
           END-EVALUATE.

      ******************************************************************
       VALIDATE-PAYOUT-ACCOUNT.
           EXEC SQL
                SELECT ACCOUNT_STATUS, CURRENCY
                  INTO :WS-PAYOUT-STATUS, :WS-PAYOUT-CURRENCY
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :CBSAO-TD-PAYOUT-ACCOUNT
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET CBSAO-DEPOSIT-INVALID TO TRUE
                 MOVE 'PAYOUT ACCOUNT NOT FOUND' TO CBSAO-REASON
              WHEN SQLCODE NOT = 0
                 SET CBSAO-DB2FAIL TO TRUE
                 MOVE 'PAYOUT ACCOUNT LOOKUP FAILED' TO CBSAO-REASON
                 DISPLAY '(CBSACOP) PAYOUT LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-PAYOUT-STATUS NOT = ACCT-STATUS-ACTIVE
                 SET CBSAO-DEPOSIT-INVALID TO TRUE
                 MOVE 'PAYOUT ACCOUNT NOT ACTIVE' TO CBSAO-REASON
              WHEN WS-PAYOUT-CURRENCY NOT = CBSAO-CURRENCY
                 SET CBSAO-DEPOSIT-INVALID TO TRUE
                 MOVE 'PAYOUT ACCOUNT CURRENCY DIFFERS'
                   TO CBSAO-REASON
           END-EVALUATE.

      ******************************************************************
      * INSERT-TERM-DEPOSIT records the deposit contract against the
      * account just inserted. The term starts on the opening date
      * and MATURITY_DATE is computed by DB2 from TERM_MONTHS, so
      * month-end and leap-year arithmetic is DB2's, not ours.
       INSERT-TERM-DEPOSIT.
           MOVE H1-ACCOUNT-NUMBER        TO TD-ACCOUNT-NUMBER.
           MOVE CBSAO-TD-PRINCIPAL       TO TD-PRINCIPAL.
           MOVE CBSAO-TD-TERM-MONTHS     TO TD-TERM-MONTHS.
           MOVE CBSAO-TD-RATE-PCT        TO TD-FIXED-RATE-PCT.
           MOVE CBSAO-TD-MATURITY-INSTR  TO TD-MATURITY-INSTR.
           MOVE CBSAO-TD-PAYOUT-ACCOUNT  TO TD-PAYOUT-ACCOUNT.
           MOVE WK-DEPOSIT-ACTIVE        TO TD-DEPOSIT-STATUS.
           MOVE WK-OPEN-USERID           TO TD-UPD-USERID.
           EXEC SQL
                INSERT INTO CBS_TERM_DEPOSIT
                       ( ACCOUNT_NUMBER ,
                         PRINCIPAL ,
                         TERM_MONTHS ,
                         FIXED_RATE_PCT ,
                         START_DATE ,
                         MATURITY_DATE ,
                         MATURITY_INSTR ,
                         PAYOUT_ACCOUNT ,
                         DEPOSIT_STATUS ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :TD-ACCOUNT-NUMBER ,
                         :TD-PRINCIPAL ,
                         :TD-TERM-MONTHS ,
                         :TD-FIXED-RATE-PCT ,
                         CURRENT DATE ,
                         CURRENT DATE + :TD-TERM-MONTHS MONTHS ,
                         :TD-MATURITY-INSTR ,
                         :TD-PAYOUT-ACCOUNT ,
                         :TD-DEPOSIT-STATUS ,
                         :TD-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSAO-DB2FAIL TO TRUE
              MOVE 'TERM DEPOSIT INSERT FAILED' TO CBSAO-REASON
              DISPLAY '(CBSACOP) TERM DEPOSIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * VALIDATE-ACCOUNT-PARTIES refuses the open before any sequence
      * value is consumed when the signing rule is neither any-one
      * nor all-to-sign, or the party count is out of range, or any
      * one party fails VALIDATE-ONE-PARTY. A blank rule is taken as
      * any one to sign, so a caller that INITIALIZEs the area opens
      * a sole-holder account exactly as before.
       VALIDATE-ACCOUNT-PARTIES.
           IF CBSAO-SIGNING-RULE = SPACES OR LOW-VALUES
              SET CBSAO-SIGN-ANY TO TRUE
           END-IF.
           EVALUATE TRUE
              WHEN NOT CBSAO-SIGN-ANY AND NOT CBSAO-SIGN-ALL
                 SET CBSAO-PARTY-INVALID TO TRUE
                 MOVE 'INVALID SIGNING RULE' TO CBSAO-REASON
              WHEN CBSAO-PARTY-COUNT < 0
                OR CBSAO-PARTY-COUNT > WK-MAX-PARTIES
                 SET CBSAO-PARTY-INVALID TO TRUE
                 MOVE 'PARTY COUNT OUT OF RANGE' TO CBSAO-REASON
              WHEN OTHER
                 PERFORM VARYING WS-PARTY-IX FROM 1 BY 1
                   UNTIL WS-PARTY-IX > CBSAO-PARTY-COUNT
                      OR NOT CBSAO-SUCCESS
                    PERFORM VALIDATE-ONE-PARTY
                 END-PERFORM
           END-EVALUATE.

      ******************************************************************
      * VALIDATE-ONE-PARTY checks CBSAO-PARTY(WS-PARTY-IX): a joint
      * or signatory role, not the primary holder again, not named
      * twice, and an ACTIVE CUSTOMER row - the same customer check
      * VALIDATE-OWNING-CUSTOMER applies to the primary holder.
       VALIDATE-ONE-PARTY.
           IF CBSAO-PARTY-ROLE (WS-PARTY-IX) NOT = WK-ROLE-JOINT
              AND CBSAO-PARTY-ROLE (WS-PARTY-IX) NOT = WK-ROLE-SIGNATORY
              SET CBSAO-PARTY-INVALID TO TRUE
              MOVE 'INVALID PARTY ROLE' TO CBSAO-REASON
           END-IF.
           IF CBSAO-SUCCESS
              AND CBSAO-PARTY-CUID (WS-PARTY-IX) = CBSAO-CUSTOMER-ID
              SET CBSAO-PARTY-INVALID TO TRUE
              MOVE 'PARTY IS ALREADY THE PRIMARY HOLDER'
                TO CBSAO-REASON
           END-IF.
           IF CBSAO-SUCCESS
              PERFORM VARYING WS-DUP-IX FROM 1 BY 1
                UNTIL WS-DUP-IX >= WS-PARTY-IX
                 IF CBSAO-PARTY-CUID (WS-DUP-IX)
                    = CBSAO-PARTY-CUID (WS-PARTY-IX)
                    SET CBSAO-PARTY-INVALID TO TRUE
                    MOVE 'PARTY NAMED TWICE' TO CBSAO-REASON
                 END-IF
              END-PERFORM
           END-IF.
           IF CBSAO-SUCCESS
              MOVE CBSAO-PARTY-CUID (WS-PARTY-IX) TO CUSTOMER-ID
              EXEC SQL
                   SELECT STATUS
                     INTO :CUSTOMER-STATUS
                     FROM CUSTOMER
                    WHERE CUID = :CUSTOMER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF CUSTOMER-STATUS NOT = CUST-STATUS-ACTIVE
                       SET CBSAO-PARTY-INVALID TO TRUE
                       MOVE 'PARTY CUSTOMER IS NOT ACTIVE'
                         TO CBSAO-REASON
                    END-IF
                 WHEN 100
                    SET CBSAO-PARTY-INVALID TO TRUE
                    MOVE 'PARTY CUSTOMER NOT FOUND' TO CBSAO-REASON
                 WHEN OTHER
                    SET CBSAO-DB2FAIL TO TRUE
                    MOVE 'PARTY LOOKUP FAILED' TO CBSAO-REASON
                    DISPLAY '(CBSACOP) PARTY LOOKUP FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * INSERT-ACCOUNT-PARTIES links the primary holder and each
      * validated joint party to the account just inserted.
       INSERT-ACCOUNT-PARTIES.
           MOVE H1-ACCOUNT-NUMBER  TO AP-ACCOUNT-NUMBER.
           MOVE CBSAO-SIGNING-RULE TO AP-SIGNING-RULE.
           MOVE WK-PARTY-ACTIVE    TO AP-PARTY-STATUS.
           MOVE WK-OPEN-USERID     TO AP-UPD-USERID.
           MOVE CBSAO-CUSTOMER-ID  TO AP-CUID.
           MOVE WK-ROLE-PRIMARY    TO AP-PARTY-ROLE.
           PERFORM INSERT-PARTY-ROW.
           PERFORM VARYING WS-PARTY-IX FROM 1 BY 1
             UNTIL WS-PARTY-IX > CBSAO-PARTY-COUNT
                OR NOT CBSAO-SUCCESS
              MOVE CBSAO-PARTY-CUID (WS-PARTY-IX) TO AP-CUID
              MOVE CBSAO-PARTY-ROLE (WS-PARTY-IX) TO AP-PARTY-ROLE
              PERFORM INSERT-PARTY-ROW
           END-PERFORM.

      ******************************************************************
       INSERT-PARTY-ROW.
           EXEC SQL
                INSERT INTO CBS_ACCT_PARTY
                       ( ACCOUNT_NUMBER ,
                         CUID ,
                         PARTY_ROLE ,
                         SIGNING_RULE ,
                         PARTY_STATUS ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :AP-ACCOUNT-NUMBER ,
                         :AP-CUID ,
                         :AP-PARTY-ROLE ,
                         :AP-SIGNING-RULE ,
                         :AP-PARTY-STATUS ,
                         :AP-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSAO-DB2FAIL TO TRUE
              MOVE 'ACCOUNT PARTY INSERT FAILED' TO CBSAO-REASON
              DISPLAY '(CBSACOP) PARTY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * COMMIT-ACCOUNT-OPEN/ROLLBACK-ACCOUNT-OPEN close out the
      * sequence-fetch/insert/audit unit of work the same way
