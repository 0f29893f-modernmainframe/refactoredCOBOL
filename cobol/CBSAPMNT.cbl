      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSAPMNT
      ******************************************************************
      * ACCOUNT-PARTY MAINTAIN. CBS_ACCT_MSTR_DTL carries a single
      * CUSTOMER_ID, so the second holder of a joint account did not
      * exist: no statement, no enquiry, and nothing stopped their
      * customer record being closed while the account was live.
      * CBS_ACCT_PARTY links any number of customers to an account;
      * CBSACOP writes the links for a new account and this program,
      * linkage-callable in the CBSHLMNT mold, maintains them after:
      *
      *  - add: the account must exist and be open (not INACTIVE or
      *    ESCHEATED); the customer must exist, be ACTIVE, not be the
      *    primary holder and not already be an ACTIVE party. The
      *    role is 'J' joint holder or 'S' authorised signatory and
      *    the signing rule 'A' any one to sign (blank) or 'L' all to
      *    sign. An account opened before the party table existed has
      *    no primary row; one is written for its CUSTOMER_ID, under
      *    the same signing rule, the first time a party is added;
      *  - remove: the ACTIVE link goes to REMOVED. The primary holder
      *    is the master row's CUSTOMER_ID and cannot be removed here;
      *  - mandate: the signing rule on one ACTIVE link changes (the
      *    primary holder's row is written if it does not yet exist).
      *
      * Every ACTIVE party is treated as an owner by CBSACINQ, CBSSTMT,
      * CBSXREF and the TCSCUSC1 close path.
      *
      * Each change writes a CBS_ACCT_AUDIT_LOG row (old and new
      * status the account's unchanged status, the party change
      * described in REASON - the CBSACMNT convention), and each
      * action is its own commit/rollback unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSAP-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSAPMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-CUID-DISPLAY              PIC 9(9).
       01 WS-PARTY-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-PARTY-REMOVED         PIC X(10) VALUE 'REMOVED'.
          05 WK-ROLE-PRIMARY          PIC X(1) VALUE 'P'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-INACTIVE  PIC X(10) VALUE 'INACTIVE'.
      *    10 ACCT-STATUS-ESCHEATED PIC X(10) VALUE 'ESCHEATED'.
      *    10 CUST-STATUS-ACTIVE    PIC X(1)  VALUE 'A'.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      * PATH : .../Cobol Include/CUSTCPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 CUSTOMER-ID                PIC 9(9).
      *    10 CUSTOMER-STATUS            PIC X.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSACPTY.cpy / CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-PARTY.
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
             INCLUDE CUSTOMER
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSACPTY
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSAPRES.
      * PATH : .../Cobol Include/CBSAPRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSAP-PARTY-MAINT-AREA.

       PROCEDURE DIVISION USING CBSAP-PARTY-MAINT-AREA.
       MAIN-PARA.
           SET CBSAP-SUCCESS TO TRUE.
           MOVE SPACES TO CBSAP-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSAP-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE CBSAP-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           PERFORM FETCH-ACCOUNT-FOR-PARTY.
           IF CBSAP-SUCCESS
              EVALUATE TRUE
                 WHEN CBSAP-FN-ADD
                    PERFORM ADD-PARTY
                 WHEN CBSAP-FN-REMOVE
                    PERFORM REMOVE-PARTY
                 WHEN CBSAP-FN-MANDATE
                    PERFORM CHANGE-SIGNING-RULE
                 WHEN OTHER
                    SET CBSAP-BADREQUEST TO TRUE
                    MOVE 'INVALID FUNCTION CODE' TO CBSAP-REASON
              END-EVALUATE
           END-IF.
           IF CBSAP-SUCCESS
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
           MOVE CBSAP-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSAPMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSAP-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSAP-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSAP-REASON
           END-IF.

      ******************************************************************
      * FETCH-ACCOUNT-FOR-PARTY reads the account's status and primary
      * holder. An ESCHEATED account has been remitted to the state
      * and its parties are frozen as they stood.
       FETCH-ACCOUNT-FOR-PARTY.
           EXEC SQL
                SELECT ACCOUNT_STATUS, CUSTOMER_ID
                  INTO :H1-ACCOUNT-STATUS, :H1-CUSTOMER-ID
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF H1-ACCOUNT-STATUS = ACCT-STATUS-ESCHEATED
                    SET CBSAP-ACCT-CLOSED TO TRUE
                    MOVE 'ACCOUNT IS ESCHEATED' TO CBSAP-REASON
                 END-IF
              WHEN 100
                 SET CBSAP-ACCT-NOTFOUND TO TRUE
                 MOVE 'ACCOUNT NOT FOUND' TO CBSAP-REASON
              WHEN OTHER
                 SET CBSAP-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT LOOKUP FAILED' TO CBSAP-REASON
                 DISPLAY '(CBSAPMNT) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * ADD-PARTY validates the request and the customer, backfills
      * the primary holder's row on a pre-party-table account, then
      * links the new party.
       ADD-PARTY.
           IF CBSAP-SIGNING-RULE = SPACES OR LOW-VALUES
              SET CBSAP-SIGN-ANY TO TRUE
           END-IF.
           EVALUATE TRUE
              WHEN H1-ACCOUNT-STATUS = ACCT-STATUS-INACTIVE
                 SET CBSAP-ACCT-CLOSED TO TRUE
                 MOVE 'ACCOUNT IS DEREGISTERED' TO CBSAP-REASON
              WHEN NOT CBSAP-ROLE-JOINT AND NOT CBSAP-ROLE-SIGNATORY
                 SET CBSAP-BADREQUEST TO TRUE
                 MOVE 'INVALID PARTY ROLE' TO CBSAP-REASON
              WHEN NOT CBSAP-SIGN-ANY AND NOT CBSAP-SIGN-ALL
                 SET CBSAP-BADREQUEST TO TRUE
                 MOVE 'INVALID SIGNING RULE' TO CBSAP-REASON
              WHEN CBSAP-CUID = H1-CUSTOMER-ID
                 SET CBSAP-PARTY-EXISTS TO TRUE
                 MOVE 'CUSTOMER IS THE PRIMARY HOLDER' TO CBSAP-REASON
              WHEN OTHER
                 PERFORM VALIDATE-PARTY-CUSTOMER
           END-EVALUATE.
           IF CBSAP-SUCCESS
              MOVE CBSAP-CUID TO AP-CUID
              PERFORM COUNT-ACTIVE-LINKS
              IF CBSAP-SUCCESS AND WS-PARTY-COUNT > 0
                 SET CBSAP-PARTY-EXISTS TO TRUE
                 MOVE 'CUSTOMER IS ALREADY A PARTY' TO CBSAP-REASON
              END-IF
           END-IF.
           IF CBSAP-SUCCESS
              MOVE H1-CUSTOMER-ID TO AP-CUID
              PERFORM COUNT-ACTIVE-LINKS
              IF CBSAP-SUCCESS AND WS-PARTY-COUNT = 0
                 PERFORM INSERT-PRIMARY-PARTY
              END-IF
           END-IF.
           IF CBSAP-SUCCESS
              MOVE CBSAP-CUID         TO AP-CUID
              MOVE CBSAP-PARTY-ROLE   TO AP-PARTY-ROLE
              PERFORM INSERT-PARTY-ROW
           END-IF.
           IF CBSAP-SUCCESS
              MOVE CBSAP-CUID TO WS-CUID-DISPLAY
              MOVE SPACES TO WS-AUDIT-REASON
              STRING 'PARTY ' WS-CUID-DISPLAY ' ADDED ROLE '
                      CBSAP-PARTY-ROLE ' RULE ' CBSAP-SIGNING-RULE
                      DELIMITED BY SIZE
                      INTO WS-AUDIT-REASON
              END-STRING
              PERFORM INSERT-PARTY-AUDIT-ROW
           END-IF.

      ******************************************************************
      * VALIDATE-PARTY-CUSTOMER applies the check CBSACOP makes of an
      * owning customer: a CUSTOMER row that is ACTIVE.
       VALIDATE-PARTY-CUSTOMER.
           MOVE CBSAP-CUID TO CUSTOMER-ID.
           EXEC SQL
                SELECT STATUS
                  INTO :CUSTOMER-STATUS
                  FROM CUSTOMER
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF CUSTOMER-STATUS NOT = CUST-STATUS-ACTIVE
                    SET CBSAP-CUST-NOTACTIVE TO TRUE
                    MOVE 'CUSTOMER IS NOT ACTIVE' TO CBSAP-REASON
                 END-IF
              WHEN 100
                 SET CBSAP-CUST-NOTFOUND TO TRUE
                 MOVE 'CUSTOMER NOT FOUND' TO CBSAP-REASON
              WHEN OTHER
                 SET CBSAP-DB2FAIL TO TRUE
                 MOVE 'CUSTOMER LOOKUP FAILED' TO CBSAP-REASON
                 DISPLAY '(CBSAPMNT) CUSTOMER LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * COUNT-ACTIVE-LINKS counts the ACTIVE links of AP-CUID to the
      * account into WS-PARTY-COUNT.
       COUNT-ACTIVE-LINKS.
           MOVE H1-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-PARTY-COUNT
                  FROM CBS_ACCT_PARTY
                 WHERE ACCOUNT_NUMBER = :AP-ACCOUNT-NUMBER
                   AND CUID = :AP-CUID
                   AND PARTY_STATUS = :WK-PARTY-ACTIVE
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSAP-DB2FAIL TO TRUE
              MOVE 'PARTY LOOKUP FAILED' TO CBSAP-REASON
              DISPLAY '(CBSAPMNT) PARTY COUNT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * INSERT-PRIMARY-PARTY writes the missing 'P' row for the
      * master row's CUSTOMER_ID under the requested signing rule.
       INSERT-PRIMARY-PARTY.
           MOVE H1-CUSTOMER-ID  TO AP-CUID.
           MOVE WK-ROLE-PRIMARY TO AP-PARTY-ROLE.
           PERFORM INSERT-PARTY-ROW.

      ******************************************************************
       INSERT-PARTY-ROW.
           MOVE H1-ACCOUNT-NUMBER  TO AP-ACCOUNT-NUMBER.
           MOVE CBSAP-SIGNING-RULE TO AP-SIGNING-RULE.
           MOVE WK-PARTY-ACTIVE    TO AP-PARTY-STATUS.
           MOVE CBSAP-UPD-USERID   TO AP-UPD-USERID.
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
              SET CBSAP-DB2FAIL TO TRUE
              MOVE 'ACCOUNT PARTY INSERT FAILED' TO CBSAP-REASON
              DISPLAY '(CBSAPMNT) PARTY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * REMOVE-PARTY takes a joint holder or signatory off the
      * account; the status predicate on the UPDATE stops a link
      * being removed twice.
       REMOVE-PARTY.
           IF CBSAP-CUID = H1-CUSTOMER-ID
              SET CBSAP-BADREQUEST TO TRUE
              MOVE 'PRIMARY HOLDER CANNOT BE REMOVED' TO CBSAP-REASON
           ELSE
              MOVE H1-ACCOUNT-NUMBER TO AP-ACCOUNT-NUMBER
              MOVE CBSAP-CUID        TO AP-CUID
              MOVE CBSAP-UPD-USERID  TO AP-UPD-USERID
              EXEC SQL
                   UPDATE CBS_ACCT_PARTY
                      SET PARTY_STATUS = :WK-PARTY-REMOVED ,
                          UPD_USERID = :AP-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :AP-ACCOUNT-NUMBER
                      AND CUID = :AP-CUID
                      AND PARTY_STATUS = :WK-PARTY-ACTIVE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE CBSAP-CUID TO WS-CUID-DISPLAY
                    MOVE SPACES TO WS-AUDIT-REASON
                    STRING 'PARTY ' WS-CUID-DISPLAY ' REMOVED'
                            DELIMITED BY SIZE
                            INTO WS-AUDIT-REASON
                    END-STRING
                    PERFORM INSERT-PARTY-AUDIT-ROW
                 WHEN 100
                    SET CBSAP-PARTY-NOTFOUND TO TRUE
                    MOVE 'PARTY NOT FOUND OR NOT ACTIVE'
                      TO CBSAP-REASON
                 WHEN OTHER
                    SET CBSAP-DB2FAIL TO TRUE
                    MOVE 'PARTY REMOVE FAILED' TO CBSAP-REASON
                    DISPLAY '(CBSAPMNT) REMOVE FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * CHANGE-SIGNING-RULE rewrites the rule on one ACTIVE link. The
      * primary holder of a pre-party-table account has no row yet,
      * so one is written carrying the new rule.
       CHANGE-SIGNING-RULE.
           IF NOT CBSAP-SIGN-ANY AND NOT CBSAP-SIGN-ALL
              SET CBSAP-BADREQUEST TO TRUE
              MOVE 'INVALID SIGNING RULE' TO CBSAP-REASON
           ELSE
              MOVE H1-ACCOUNT-NUMBER  TO AP-ACCOUNT-NUMBER
              MOVE CBSAP-CUID         TO AP-CUID
              MOVE CBSAP-SIGNING-RULE TO AP-SIGNING-RULE
              MOVE CBSAP-UPD-USERID   TO AP-UPD-USERID
              EXEC SQL
                   UPDATE CBS_ACCT_PARTY
                      SET SIGNING_RULE = :AP-SIGNING-RULE ,
                          UPD_USERID = :AP-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :AP-ACCOUNT-NUMBER
                      AND CUID = :AP-CUID
                      AND PARTY_STATUS = :WK-PARTY-ACTIVE
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = 0
                    CONTINUE
                 WHEN SQLCODE = 100 AND CBSAP-CUID = H1-CUSTOMER-ID
                    PERFORM INSERT-PRIMARY-PARTY
                 WHEN SQLCODE = 100
                    SET CBSAP-PARTY-NOTFOUND TO TRUE
                    MOVE 'PARTY NOT FOUND OR NOT ACTIVE'
                      TO CBSAP-REASON
                 WHEN OTHER
                    SET CBSAP-DB2FAIL TO TRUE
                    MOVE 'SIGNING RULE UPDATE FAILED' TO CBSAP-REASON
                    DISPLAY '(CBSAPMNT) MANDATE UPDATE FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
              IF CBSAP-SUCCESS
                 MOVE CBSAP-CUID TO WS-CUID-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'PARTY ' WS-CUID-DISPLAY ' SIGNING RULE '
                         CBSAP-SIGNING-RULE
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-PARTY-AUDIT-ROW
              END-IF
           END-IF.

      ******************************************************************
      * INSERT-PARTY-AUDIT-ROW records the party change with old and
      * new status both the account's unchanged status, the CBSACMNT
      * convention for non-status changes.
       INSERT-PARTY-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE CBSAP-UPD-USERID  TO AU-UPD-USERID.
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
              SET CBSAP-DB2FAIL TO TRUE
              MOVE 'PARTY AUDIT LOG INSERT FAILED' TO CBSAP-REASON
              DISPLAY '(CBSAPMNT) AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
