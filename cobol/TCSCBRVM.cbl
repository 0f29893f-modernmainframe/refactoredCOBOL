      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCBRVM
      ******************************************************************
      * BEREAVEMENT MAINTAIN, the entry point through which a branch
      * records a customer's death, linkage-callable in the TCSCKYCM
      * mold. Before it, a branch told of a death phoned three
      * departments, and meanwhile standing instructions kept paying,
      * LGPRMCOL kept collecting premiums and the family kept getting
      * statements addressed to the deceased.
      *
      * Function 'N' (notify) takes the CUID, the date of death (not
      * in the future), who notified us and their relationship, and
      * the executor's name and address. The customer must exist and
      * be ACTIVE and have no bereavement on record. Then, as one
      * commit/rollback unit of work:
      *
      *  - a CUST_BEREAVEMENT row is written in state 'N';
      *  - every account the customer holds alone (the CUSTACCTCSR
      *    definition TCSCUSC1's close uses - primary holder with no
      *    other ACTIVE party), ACTIVE or DORMANT, goes to
      *    COMPLIANCE_STATUS DECD under the UPD_TIMESTAMP check, each
      *    with a CBS_ACCT_AUDIT_LOG row. CBSTXNP, CBSTXSPD and
      *    CBSSIEXE refuse debits on it while credits still post. An
      *    account on compliance HOLD keeps its hold. Jointly held
      *    accounts pass to the survivors and are only counted for
      *    the branch to take the deceased off through CBSAPMNT;
      *  - the ACTIVE CBS_STND_INSTR rows on the frozen accounts are
      *    SUSPENDED;
      *  - the ACTIVE PREM_COLLECT_MANDATE rows are SUSPENDED - those
      *    for the policies of the insurance customer the CUID is
      *    linked to on CUST_ID_XREF, and any drawn on a frozen
      *    account;
      *  - each live (uncancelled) policy of that insurance customer
      *    gets an open POLICY_SERVICE_FLAG for the claims team, and
      *    each endowment policy another for the life team;
      *  - the CUSTOMER address becomes "C/O executor, executor's
      *    address", with the old row kept on CUSTOMER_HIST (change
      *    type 'B'), so every statement and letter program writes to
      *    the executor without change, a preferred contact channel
      *    on CUST_CONTACT_DTL goes back to post, and the open 'U'
      *    CUST_RETURNED_MAIL rows logged against the old address
      *    are cleared as TCSCUSC1 clears them on an address change,
      *    so the print programs post to the executor.
      *
      * Function 'R' (release) moves a notified estate to state 'R'
      * once probate has been seen, for TCSCESTB to pay out and
      * close. An executor name and address given with the release
      * replace the recorded ones and the correspondence address is
      * redirected again.
      *
      * An account or bereavement row changed under us backs the
      * whole request out for the caller to retry.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns BVM-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCBRVM.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DAYS-AHEAD                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DOB-IND                   PIC S9(4) USAGE COMP VALUE 0.
       01 WS-XREF-CUSTNUM              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-FLAG-TEAM                 PIC X(1).
       01 WS-ROW-SWITCH                PIC X VALUE 'N'.
          88 WS-BEREAVEMENT-FOUND      VALUE 'Y'.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
       01 WS-NEW-ADDRESS               PIC X(250).
       01 WK-CONSTANTS.
          05 WK-STATE-NOTIFIED        PIC X(1) VALUE 'N'.
          05 WK-STATE-RELEASED        PIC X(1) VALUE 'R'.
          05 WK-NO-DATE               PIC X(10) VALUE '0001-01-01'.
          05 WK-COMPLIANCE-HOLD       PIC X(5) VALUE 'HOLD'.
          05 WK-COMPLIANCE-DECD       PIC X(5) VALUE 'DECD'.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-INSTR-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
          05 WK-INSTR-SUSPENDED       PIC X(10) VALUE 'SUSPENDED'.
          05 WK-XREF-ACTIVE           PIC X(1) VALUE 'A'.
          05 WK-FLAG-DECEASED         PIC X(1) VALUE 'D'.
          05 WK-FLAG-OPEN             PIC X(1) VALUE 'O'.
          05 WK-TEAM-CLAIMS           PIC X(1) VALUE 'C'.
          05 WK-TEAM-LIFE             PIC X(1) VALUE 'L'.
          05 WK-POLICY-ENDOWMENT      PIC X(1) VALUE 'E'.
          05 WK-CHANNEL-POST          PIC X(1) VALUE 'P'.
          05 WK-CHANGE-BEREAVEMENT    PIC X(1) VALUE 'B'.
          05 WK-MAIL-UNDELIVERABLE    PIC X(1) VALUE 'U'.
          05 WK-MAIL-CLEARED          PIC X(1) VALUE 'C'.
          05 WK-KEY-BANK              PIC X(1) VALUE 'B'.
          05 WK-FLAG-REASON           PIC X(50)
             VALUE 'POLICYHOLDER DECEASED - BANK NOTIFIED'.
      ******************************************************************
       COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      *    10 ACCT-STATUS-DORMANT   PIC X(10) VALUE 'DORMANT'.
      *    10 CUST-STATUS-ACTIVE    PIC X(1)  VALUE 'A'.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      * PATH : .../Cobol Include/CUSTCPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 CUSTOMER-ID                PIC 9(9).
      *    10 CUSTOMER-NAME              PIC X(60).
      *    10 CUSTOMER-ADDRESS           PIC X(250).
      *    10 CUSTOMER-STATUS            PIC X.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTHST / CUSTBRV / CUSTCNT
      *        CBSMST / CBSAUDIT / CBSIDXRF / LGPOLFLG / CUSTRTML
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUSTOMER-HIST.  01 DCLCUST-BEREAVEMENT.
      *01  DCLCUST-CONTACT-DTL.
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-AUDIT-LOG.
      *01  DCLCUST-ID-XREF.  01 DCLPOLICY-SERVICE-FLAG.
      *01  DCLCUST-RETURNED-MAIL.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      *     05 SQLERRD     OCCURS 6 TIMES PIC S9(9) COMP-5.
      ******************************************************************

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTHST
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTBRV
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTCNT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSIDXRF
           END-EXEC.

           EXEC SQL
             INCLUDE LGPOLFLG
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTRTML
           END-EXEC.

      * Every ACTIVE or DORMANT account the customer holds alone that
      * is not already frozen or on compliance HOLD.
           EXEC SQL
             DECLARE FREEZEACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.COMPLIANCE_STATUS,
                       A.ACCOUNT_STATUS, A.UPD_TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :BV-CUID
                   AND A.ACCOUNT_STATUS IN ( :ACCT-STATUS-ACTIVE ,
                                             :ACCT-STATUS-DORMANT )
                   AND A.COMPLIANCE_STATUS NOT IN
                       ( :WK-COMPLIANCE-HOLD , :WK-COMPLIANCE-DECD )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID <> :BV-CUID
                            AND P.PARTY_STATUS = :WK-PARTY-ACTIVE )
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CUSTBVRS.
      * PATH : .../Cobol Include/CUSTBVRS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  BVM-BEREAVEMENT-AREA.

       PROCEDURE DIVISION USING BVM-BEREAVEMENT-AREA.
       MAIN-PARA.
           SET BVM-SUCCESS TO TRUE.
           MOVE SPACES TO BVM-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT BVM-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO BVM-FROZEN-COUNT.
           MOVE 0 TO BVM-JOINT-COUNT.
           MOVE 0 TO BVM-INSTR-COUNT.
           MOVE 0 TO BVM-MANDATE-COUNT.
           MOVE 0 TO BVM-POLICY-FLAG-COUNT.
           PERFORM VALIDATE-REQUEST.
           IF BVM-SUCCESS
              PERFORM FETCH-CUSTOMER
           END-IF.
           IF BVM-SUCCESS
              PERFORM FETCH-BEREAVEMENT-ROW
           END-IF.
           IF BVM-SUCCESS
              IF BVM-NOTIFY
                 PERFORM RECORD-BEREAVEMENT
              ELSE
                 PERFORM RELEASE-ESTATE
              END-IF
           END-IF.
           IF BVM-SUCCESS
              EXEC SQL
                   COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE 0 TO BVM-FROZEN-COUNT
              MOVE 0 TO BVM-JOINT-COUNT
              MOVE 0 TO BVM-INSTR-COUNT
              MOVE 0 TO BVM-MANDATE-COUNT
              MOVE 0 TO BVM-POLICY-FLAG-COUNT
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE BVM-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'TCSCBRVM' TO CBSEN-PROGRAM-NAME.
           MOVE BVM-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET BVM-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO BVM-REASON
           END-IF.

      ******************************************************************
      * VALIDATE-REQUEST checks the function and the fields it needs.
      * A release need not name an executor, but a name without an
      * address (or the reverse) is refused.
       VALIDATE-REQUEST.
           EVALUATE TRUE
              WHEN BVM-USERID = SPACES
                 SET BVM-BADREQUEST TO TRUE
                 MOVE 'USER ID IS REQUIRED' TO BVM-REASON
              WHEN NOT BVM-NOTIFY AND NOT BVM-RELEASE
                 SET BVM-BADREQUEST TO TRUE
                 MOVE 'FUNCTION MUST BE N OR R' TO BVM-REASON
              WHEN BVM-NOTIFY AND BVM-NOTIFIED-BY = SPACES
                 SET BVM-BADREQUEST TO TRUE
                 MOVE 'NOTIFYING PARTY IS REQUIRED' TO BVM-REASON
              WHEN BVM-NOTIFY AND BVM-EXECUTOR-NAME = SPACES
                 SET BVM-BADREQUEST TO TRUE
                 MOVE 'EXECUTOR NAME IS REQUIRED' TO BVM-REASON
              WHEN BVM-EXECUTOR-NAME NOT = SPACES
                   AND BVM-EXECUTOR-ADDRESS = SPACES
                 SET BVM-BADREQUEST TO TRUE
                 MOVE 'EXECUTOR ADDRESS IS REQUIRED' TO BVM-REASON
              WHEN BVM-EXECUTOR-NAME = SPACES
                   AND BVM-EXECUTOR-ADDRESS NOT = SPACES
                 SET BVM-BADREQUEST TO TRUE
                 MOVE 'EXECUTOR NAME IS REQUIRED' TO BVM-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF BVM-SUCCESS AND BVM-NOTIFY
              PERFORM CHECK-DATE-OF-DEATH
           END-IF.

      ******************************************************************
      * CHECK-DATE-OF-DEATH lets DB2 refuse a malformed date; a death
      * cannot be recorded as falling in the future.
       CHECK-DATE-OF-DEATH.
           IF BVM-DATE-OF-DEATH = SPACES
              SET BVM-BADREQUEST TO TRUE
              MOVE 'DATE OF DEATH IS REQUIRED' TO BVM-REASON
           ELSE
              EXEC SQL
                   SELECT DAYS(DATE(:BVM-DATE-OF-DEATH))
                          - DAYS(CURRENT DATE)
                     INTO :WS-DAYS-AHEAD
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = -180 OR SQLCODE = -181
                    SET BVM-BADREQUEST TO TRUE
                    MOVE 'INVALID DATE OF DEATH' TO BVM-REASON
                 WHEN SQLCODE NOT = 0
                    SET BVM-DB2FAIL TO TRUE
                    MOVE 'DATE OF DEATH CHECK FAILED' TO BVM-REASON
                 WHEN WS-DAYS-AHEAD > 0
                    SET BVM-BADREQUEST TO TRUE
                    MOVE 'DATE OF DEATH IS IN THE FUTURE'
                      TO BVM-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * FETCH-CUSTOMER reads the whole row - it is the before-image
      * CUSTOMER_HIST keeps when the address is redirected.
       FETCH-CUSTOMER.
           MOVE BVM-CUID TO CUSTOMER-ID.
           EXEC SQL
                SELECT CUSTNAME, ADDRESS, AGE, STATUS, DATE_OF_BIRTH
                  INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS,
                       :CUSTOMER-AGE, :CUSTOMER-STATUS,
                       :CUSTOMER-DOB :WS-DOB-IND
                  FROM CUSTOMER
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-DOB-IND < 0
                    MOVE SPACES TO CUSTOMER-DOB
                 END-IF
                 IF CUSTOMER-STATUS NOT = CUST-STATUS-ACTIVE
                    SET BVM-BADREQUEST TO TRUE
                    MOVE 'CUSTOMER IS NOT ACTIVE' TO BVM-REASON
                 END-IF
              WHEN 100
                 SET BVM-NOTFOUND TO TRUE
                 MOVE 'CUSTOMER NOT FOUND' TO BVM-REASON
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'CUSTOMER LOOKUP FAILED' TO BVM-REASON
           END-EVALUATE.

      ******************************************************************
      * FETCH-BEREAVEMENT-ROW: a notification needs no row on record,
      * a release needs one still in state 'N'.
       FETCH-BEREAVEMENT-ROW.
           MOVE BVM-CUID TO BV-CUID.
           MOVE 'N' TO WS-ROW-SWITCH.
           EXEC SQL
                SELECT ESTATE_STATE, EXECUTOR_NAME, EXECUTOR_ADDRESS,
                       UPD_TIMESTAMP
                  INTO :BV-ESTATE-STATE, :BV-EXECUTOR-NAME,
                       :BV-EXECUTOR-ADDRESS, :BV-UPD-TIMESTAMP
                  FROM CUST_BEREAVEMENT
                 WHERE CUID = :BV-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET WS-BEREAVEMENT-FOUND TO TRUE
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'BEREAVEMENT LOOKUP FAILED' TO BVM-REASON
           END-EVALUATE.
           IF BVM-SUCCESS
              EVALUATE TRUE
                 WHEN BVM-NOTIFY AND WS-BEREAVEMENT-FOUND
                    SET BVM-BADREQUEST TO TRUE
                    MOVE 'BEREAVEMENT ALREADY RECORDED' TO BVM-REASON
                 WHEN BVM-RELEASE AND NOT WS-BEREAVEMENT-FOUND
                    SET BVM-NOTFOUND TO TRUE
                    MOVE 'NO BEREAVEMENT ON RECORD' TO BVM-REASON
                 WHEN BVM-RELEASE
                      AND BV-ESTATE-STATE NOT = WK-STATE-NOTIFIED
                    SET BVM-BADREQUEST TO TRUE
                    MOVE 'ESTATE NOT AWAITING RELEASE' TO BVM-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * RECORD-BEREAVEMENT is the notification, step by step; the
      * first failure stops the rest and MAIN-PARA rolls back.
       RECORD-BEREAVEMENT.
           PERFORM INSERT-BEREAVEMENT-ROW.
           IF BVM-SUCCESS
              PERFORM FREEZE-SOLE-ACCOUNTS
           END-IF.
           IF BVM-SUCCESS
              PERFORM COUNT-JOINT-ACCOUNTS
           END-IF.
           IF BVM-SUCCESS
              PERFORM SUSPEND-INSTRUCTIONS
           END-IF.
           IF BVM-SUCCESS
              PERFORM FETCH-INSURANCE-LINK
           END-IF.
           IF BVM-SUCCESS
              PERFORM SUSPEND-MANDATES
           END-IF.
           IF BVM-SUCCESS AND WS-XREF-CUSTNUM NOT = 0
              PERFORM FLAG-LINKED-POLICIES
           END-IF.
           IF BVM-SUCCESS
              MOVE BVM-EXECUTOR-NAME    TO BV-EXECUTOR-NAME
              MOVE BVM-EXECUTOR-ADDRESS TO BV-EXECUTOR-ADDRESS
              PERFORM REDIRECT-CORRESPONDENCE
           END-IF.

      ******************************************************************
       INSERT-BEREAVEMENT-ROW.
           MOVE BVM-DATE-OF-DEATH     TO BV-DATE-OF-DEATH.
           MOVE BVM-NOTIFIED-BY       TO BV-NOTIFIED-BY.
           MOVE BVM-NOTIFIER-RELATION TO BV-NOTIFIER-RELATION.
           MOVE BVM-EXECUTOR-NAME     TO BV-EXECUTOR-NAME.
           MOVE BVM-EXECUTOR-ADDRESS  TO BV-EXECUTOR-ADDRESS.
           MOVE WK-STATE-NOTIFIED     TO BV-ESTATE-STATE.
           MOVE 0                     TO BV-AMOUNT-PAID.
           MOVE BVM-USERID            TO BV-UPD-USERID.
           EXEC SQL
                INSERT INTO CUST_BEREAVEMENT
                       ( CUID ,
                         DATE_OF_DEATH ,
                         NOTIFIED_BY ,
                         NOTIFIER_RELATION ,
                         NOTIFIED_DATE ,
                         EXECUTOR_NAME ,
                         EXECUTOR_ADDRESS ,
                         ESTATE_STATE ,
                         RELEASE_DATE ,
                         SETTLED_DATE ,
                         AMOUNT_PAID ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :BV-CUID ,
                         :BV-DATE-OF-DEATH ,
                         :BV-NOTIFIED-BY ,
                         :BV-NOTIFIER-RELATION ,
                         CURRENT DATE ,
                         :BV-EXECUTOR-NAME ,
                         :BV-EXECUTOR-ADDRESS ,
                         :BV-ESTATE-STATE ,
                         :WK-NO-DATE ,
                         :WK-NO-DATE ,
                         :BV-AMOUNT-PAID ,
                         :BV-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET BVM-DB2FAIL TO TRUE
              MOVE 'BEREAVEMENT INSERT FAILED' TO BVM-REASON
              DISPLAY '(TCSCBRVM) BEREAVEMENT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * FREEZE-SOLE-ACCOUNTS stops debits on every account the
      * customer held alone.
       FREEZE-SOLE-ACCOUNTS.
           MOVE 'CUSTOMER DECEASED - DEBITS FROZEN' TO WS-AUDIT-REASON.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           EXEC SQL
                OPEN FREEZEACCTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET BVM-DB2FAIL TO TRUE
              MOVE 'ACCOUNT CURSOR OPEN FAILED' TO BVM-REASON
              DISPLAY '(TCSCBRVM) CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM FETCH-NEXT-FREEZE-ACCOUNT
              PERFORM UNTIL WS-ACCT-END-OF-CURSOR
                 PERFORM FREEZE-ONE-ACCOUNT
                 IF BVM-SUCCESS
                    PERFORM FETCH-NEXT-FREEZE-ACCOUNT
                 ELSE
                    SET WS-ACCT-END-OF-CURSOR TO TRUE
                 END-IF
              END-PERFORM
              EXEC SQL
                   CLOSE FREEZEACCTCSR
              END-EXEC
           END-IF.

      ******************************************************************
       FETCH-NEXT-FREEZE-ACCOUNT.
           EXEC SQL
                FETCH FREEZEACCTCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-COMPLIANCE-STATUS,
                      :H1-ACCOUNT-STATUS, :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT FETCH FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) ACCOUNT FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * FREEZE-ONE-ACCOUNT carries the UPD_TIMESTAMP fetched into the
      * WHERE clause, so a concurrent change backs the notification
      * out for the caller to retry instead of being overwritten.
       FREEZE-ONE-ACCOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET COMPLIANCE_STATUS = :WK-COMPLIANCE-DECD ,
                       UPD_USERID = :BVM-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO BVM-FROZEN-COUNT
                 PERFORM INSERT-FREEZE-AUDIT-ROW
              WHEN 100
                 SET BVM-ACCT-CHANGED TO TRUE
                 MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                   TO BVM-REASON
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT FREEZE FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) FREEZE UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-FREEZE-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER    TO AU-ACCOUNT-NUMBER.
           MOVE H1-COMPLIANCE-STATUS TO AU-OLD-STATUS.
           MOVE WK-COMPLIANCE-DECD   TO AU-NEW-STATUS.
           MOVE BVM-USERID           TO AU-UPD-USERID.
           MOVE WS-AUDIT-REASON      TO AU-REASON.
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
              SET BVM-DB2FAIL TO TRUE
              MOVE 'AUDIT LOG INSERT FAILED' TO BVM-REASON
              DISPLAY '(TCSCBRVM) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * COUNT-JOINT-ACCOUNTS counts the ACTIVE accounts the customer
      * shares with another ACTIVE party - they stay open for the
      * survivors and the branch takes the deceased off them.
       COUNT-JOINT-ACCOUNTS.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :BVM-JOINT-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND ( A.CUSTOMER_ID = :BV-CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :BV-CUID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
                   AND ( A.CUSTOMER_ID <> :BV-CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY Q
                            WHERE Q.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND Q.CUID <> :BV-CUID
                              AND Q.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET BVM-DB2FAIL TO TRUE
              MOVE 'JOINT ACCOUNT COUNT FAILED' TO BVM-REASON
              DISPLAY '(TCSCBRVM) JOINT COUNT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * SUSPEND-INSTRUCTIONS stops the standing instructions drawn on
      * the frozen accounts. SUSPENDED, not CANCELLED: the executor
      * may need a payment reinstated; TCSCESTB cancels them at
      * settlement.
       SUSPEND-INSTRUCTIONS.
           EXEC SQL
                UPDATE CBS_STND_INSTR
                   SET INSTR_STATUS = :WK-INSTR-SUSPENDED ,
                       UPD_USERID = :BVM-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE INSTR_STATUS = :WK-INSTR-ACTIVE
                   AND ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :BV-CUID
                            AND A.COMPLIANCE_STATUS =
                                :WK-COMPLIANCE-DECD )
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO BVM-INSTR-COUNT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'INSTRUCTION SUSPEND FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) INSTRUCTION SUSPEND FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-INSURANCE-LINK finds the insurance CUSTOMERNUMBER the
      * CUID is actively linked to. No link is not an error - the
      * customer simply holds no policies we know of.
       FETCH-INSURANCE-LINK.
           MOVE 0 TO WS-XREF-CUSTNUM.
           MOVE BVM-CUID TO XR-CUID.
           EXEC SQL
                SELECT CUSTOMERNUMBER
                  INTO :XR-CUSTOMERNUMBER
                  FROM CUST_ID_XREF
                 WHERE CUID = :XR-CUID
                   AND LINK_STATUS = :WK-XREF-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE XR-CUSTOMERNUMBER TO WS-XREF-CUSTNUM
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'INSURANCE LINK LOOKUP FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) XREF LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * SUSPEND-MANDATES stops LGPRMCOL collecting on the linked
      * insurance customer's policies and on any mandate drawn on a
      * frozen account (a policy of someone else's paid from the
      * deceased's account).
       SUSPEND-MANDATES.
           EXEC SQL
                UPDATE PREM_COLLECT_MANDATE
                   SET MANDATE_STATUS = :WK-INSTR-SUSPENDED ,
                       UPD_USERID = :BVM-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE MANDATE_STATUS = :WK-INSTR-ACTIVE
                   AND ( POLICYNUMBER IN
                         ( SELECT P.POLICYNUMBER
                             FROM POLICY P
                            WHERE P.CUSTOMERNUMBER = :WS-XREF-CUSTNUM
                              AND :WS-XREF-CUSTNUM <> 0 )
                      OR ACCOUNT_NUMBER IN
                         ( SELECT A.ACCOUNT_NUMBER
                             FROM CBS_ACCT_MSTR_DTL A
                            WHERE A.CUSTOMER_ID = :BV-CUID
                              AND A.COMPLIANCE_STATUS =
                                  :WK-COMPLIANCE-DECD ) )
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE SQLERRD(3) TO BVM-MANDATE-COUNT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'MANDATE SUSPEND FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) MANDATE SUSPEND FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FLAG-LINKED-POLICIES raises the claims team's flag on every
      * live policy and the life team's on every endowment.
       FLAG-LINKED-POLICIES.
           MOVE WK-TEAM-CLAIMS TO WS-FLAG-TEAM.
           PERFORM INSERT-POLICY-FLAGS.
           IF BVM-SUCCESS
              MOVE WK-TEAM-LIFE TO WS-FLAG-TEAM
              PERFORM INSERT-POLICY-FLAGS
           END-IF.

      ******************************************************************
      * INSERT-POLICY-FLAGS flags WS-FLAG-TEAM's policies in one
      * statement. A cancelled policy (POLICY_CANCEL row) is not
      * flagged, nor one already carrying an open deceased flag for
      * the team.
       INSERT-POLICY-FLAGS.
           MOVE WK-FLAG-REASON TO PF-FLAG-REASON.
           MOVE BVM-USERID     TO PF-UPD-USERID.
           EXEC SQL
                INSERT INTO POLICY_SERVICE_FLAG
                       ( POLICYNUMBER ,
                         FLAG_TYPE ,
                         FLAG_TEAM ,
                         FLAG_REASON ,
                         FLAG_DATE ,
                         FLAG_STATUS ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                SELECT P.POLICYNUMBER ,
                       :WK-FLAG-DECEASED ,
                       :WS-FLAG-TEAM ,
                       :PF-FLAG-REASON ,
                       CURRENT DATE ,
                       :WK-FLAG-OPEN ,
                       :PF-UPD-USERID ,
                       CURRENT TIMESTAMP
                  FROM POLICY P
                 WHERE P.CUSTOMERNUMBER = :WS-XREF-CUSTNUM
                   AND ( :WS-FLAG-TEAM = :WK-TEAM-CLAIMS
                      OR P.POLICYTYPE = :WK-POLICY-ENDOWMENT )
                   AND NOT EXISTS
                       ( SELECT 1 FROM POLICY_CANCEL C
                          WHERE C.POLICYNUMBER = P.POLICYNUMBER )
                   AND NOT EXISTS
                       ( SELECT 1 FROM POLICY_SERVICE_FLAG F
                          WHERE F.POLICYNUMBER = P.POLICYNUMBER
                            AND F.FLAG_TYPE = :WK-FLAG-DECEASED
                            AND F.FLAG_TEAM = :WS-FLAG-TEAM
                            AND F.FLAG_STATUS = :WK-FLAG-OPEN )
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD SQLERRD(3) TO BVM-POLICY-FLAG-COUNT
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'POLICY FLAG INSERT FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) POLICY FLAG INSERT FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * REDIRECT-CORRESPONDENCE readdresses the customer to the
      * executor recorded in BV-EXECUTOR-NAME/BV-EXECUTOR-ADDRESS,
      * keeping the previous row on CUSTOMER_HIST, and clears the
      * returned mail held against the old address.
       REDIRECT-CORRESPONDENCE.
           MOVE SPACES TO WS-NEW-ADDRESS.
           STRING 'C/O ' DELIMITED BY SIZE
                  BV-EXECUTOR-NAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  BV-EXECUTOR-ADDRESS DELIMITED BY SIZE
                  INTO WS-NEW-ADDRESS
           END-STRING.
           PERFORM INSERT-HISTORY-ROW.
           IF BVM-SUCCESS
              EXEC SQL
                   UPDATE CUSTOMER
                      SET ADDRESS = :WS-NEW-ADDRESS
                    WHERE CUID = :CUSTOMER-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'ADDRESS REDIRECT FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) ADDRESS UPDATE FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 MOVE WS-NEW-ADDRESS TO CUSTOMER-ADDRESS
              END-IF
           END-IF.
           IF BVM-SUCCESS
              MOVE BVM-CUID   TO CT-CUID
              MOVE BVM-USERID TO CT-UPD-USERID
              EXEC SQL
                   UPDATE CUST_CONTACT_DTL
                      SET PREF_CHANNEL = :WK-CHANNEL-POST ,
                          UPD_USERID = :CT-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE CUID = :CT-CUID
                      AND PREF_CHANNEL <> :WK-CHANNEL-POST
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'CONTACT CHANNEL UPDATE FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) CONTACT UPDATE FAILED. SQLCODE='
                   SQLCODE
              END-IF
           END-IF.
           IF BVM-SUCCESS
              PERFORM CLEAR-RETURNED-MAIL
           END-IF.

      ******************************************************************
      * CLEAR-RETURNED-MAIL is TCSCUSC1's: the correspondence address
      * has changed, so every open 'U' row on CUST_RETURNED_MAIL for
      * the CUID is set to 'C' and the print programs post to the
      * executor. No open row (SQLCODE 100) is the usual case; any
      * other failure backs the whole request out.
       CLEAR-RETURNED-MAIL.
           MOVE WK-KEY-BANK TO RM-KEY-TYPE.
           MOVE BVM-CUID    TO RM-CUSTOMER-KEY.
           MOVE BVM-USERID  TO RM-UPD-USERID.
           EXEC SQL
                UPDATE CUST_RETURNED_MAIL
                   SET MAIL_STATUS = :WK-MAIL-CLEARED ,
                       UPD_USERID = :RM-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE KEY_TYPE = :RM-KEY-TYPE
                   AND CUSTOMER_KEY = :RM-CUSTOMER-KEY
                   AND MAIL_STATUS = :WK-MAIL-UNDELIVERABLE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET BVM-DB2FAIL TO TRUE
              MOVE 'RETURNED MAIL CLEAR FAILED' TO BVM-REASON
              DISPLAY '(TCSCBRVM) RETURNED MAIL CLEAR FAILED.'
                ' SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
       INSERT-HISTORY-ROW.
           MOVE CUSTOMER-ID           TO HS-CUID.
           MOVE CUSTOMER-NAME         TO HS-CUSTNAME.
           MOVE CUSTOMER-ADDRESS      TO HS-ADDRESS.
           MOVE CUSTOMER-AGE          TO HS-AGE.
           MOVE CUSTOMER-STATUS       TO HS-STATUS.
           MOVE CUSTOMER-DOB          TO HS-DATE-OF-BIRTH.
           MOVE WK-CHANGE-BEREAVEMENT TO HS-CHANGE-TYPE.
           MOVE BVM-USERID            TO HS-CHANGE-USERID.
           MOVE 0                     TO HS-MERGED-INTO-CUID.
           EXEC SQL
                INSERT INTO CUSTOMER_HIST
                       ( CUID ,
                         CUSTNAME ,
                         ADDRESS ,
                         AGE ,
                         STATUS ,
                         DATE_OF_BIRTH ,
                         CHANGE_TYPE ,
                         CHANGE_USERID ,
                         CHANGE_TIMESTAMP ,
                         MERGED_INTO_CUID )
                VALUES
                       ( :HS-CUID ,
                         :HS-CUSTNAME ,
                         :HS-ADDRESS ,
                         :HS-AGE ,
                         :HS-STATUS ,
                         :HS-DATE-OF-BIRTH ,
                         :HS-CHANGE-TYPE ,
                         :HS-CHANGE-USERID ,
                         CURRENT TIMESTAMP ,
                         :HS-MERGED-INTO-CUID )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET BVM-DB2FAIL TO TRUE
              MOVE 'CUSTOMER HISTORY INSERT FAILED' TO BVM-REASON
              DISPLAY '(TCSCBRVM) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * RELEASE-ESTATE hands a notified estate to TCSCESTB, under the
      * UPD_TIMESTAMP read, taking a new executor if one is given.
       RELEASE-ESTATE.
           IF BVM-EXECUTOR-NAME NOT = SPACES
              MOVE BVM-EXECUTOR-NAME    TO BV-EXECUTOR-NAME
              MOVE BVM-EXECUTOR-ADDRESS TO BV-EXECUTOR-ADDRESS
           END-IF.
           MOVE BVM-USERID TO BV-UPD-USERID.
           EXEC SQL
                UPDATE CUST_BEREAVEMENT
                   SET ESTATE_STATE = :WK-STATE-RELEASED ,
                       RELEASE_DATE = CURRENT DATE ,
                       EXECUTOR_NAME = :BV-EXECUTOR-NAME ,
                       EXECUTOR_ADDRESS = :BV-EXECUTOR-ADDRESS ,
                       UPD_USERID = :BV-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :BV-CUID
                   AND UPD_TIMESTAMP = :BV-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET BVM-ACCT-CHANGED TO TRUE
                 MOVE 'BEREAVEMENT CHANGED BY ANOTHER USER - RETRY'
                   TO BVM-REASON
              WHEN OTHER
                 SET BVM-DB2FAIL TO TRUE
                 MOVE 'BEREAVEMENT UPDATE FAILED' TO BVM-REASON
                 DISPLAY '(TCSCBRVM) RELEASE UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.
           IF BVM-SUCCESS AND BVM-EXECUTOR-NAME NOT = SPACES
              PERFORM REDIRECT-CORRESPONDENCE
           END-IF.
