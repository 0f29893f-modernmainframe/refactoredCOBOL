      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCSNPD
      ******************************************************************
      * SCREEN-DISPOSITION, the compliance half of the watch-list
      * screening queue, in the TCSCUSPD mold. TCSCSANS parks a new
      * application that may match a sanctions or watch-list entry
      * (source 'O') and TCSCRSCN's nightly rescreen parks an
      * existing customer who may match a newly listed entry (source
      * 'R'), both on CUST_SCREEN_QUEUE. Compliance rules on each:
      *
      *  - false positive 'F': a parked application is created - the
      *    normal CUSTOMER_SEQ fetch-and-insert, and the guardian link
      *    for a minor - and its CUID returned; a rescreen hit needs
      *    nothing more. The screen is deliberately not re-run: a
      *    human has just ruled the match out;
      *  - confirmed 'C': a parked application is refused for good
      *    and no customer is created. For an existing customer every
      *    account they hold, as primary holder or as an ACTIVE party
      *    on CBS_ACCT_PARTY, goes to COMPLIANCE_STATUS HOLD under the
      *    UPD_TIMESTAMP check the other updaters use, each with a
      *    CBS_ACCT_AUDIT_LOG row (old and new compliance values, the
      *    list entry in REASON - the CBSCMPFD convention). CBSCXRPT
      *    reports them and CBSBSDG will not deregister them.
      *
      * The decision, the inserts and the holds are one commit/
      * rollback unit of work: an account changed under us backs the
      * whole decision out and leaves the row pending.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns SNP-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCSNPD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Null indicator for DATE_OF_BIRTH: -1 when the parked
      * application carried no date of birth.
       01 WS-DOB-IND                   PIC S9(4) USAGE COMP.
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-SOURCE-ONBOARDING     PIC X(1) VALUE 'O'.
          05 WK-COMPLIANCE-HOLD       PIC X(5) VALUE 'HOLD'.
          05 WK-PARTY-ACTIVE          PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           COPY CUSTCPY.
      * PATH : .../Cobol Include/CUSTCPY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    10 CUSTOMER-ID                PIC 9(9).
      *    10 CUSTOMER-NAME              PIC X(60).
      *    10 CUSTOMER-ADDRESS           PIC X(250).
      *    10 CUSTOMER-AGE               PIC 999.
      *    10 CUSTOMER-STATUS            PIC X.
      ******************************************************************
       COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 CUST-STATUS-ACTIVE    PIC X(1)  VALUE 'A'.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTSNQ.cpy / CUSTGRDL / CBSMST.cpy
      *        CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-SCREEN-QUEUE.  01 DCLCUST-GUARDIAN-LINK.
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-AUDIT-LOG.
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
             INCLUDE CUSTSNQ
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTGRDL
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Every account the confirmed customer holds, alone or jointly,
      * not already on compliance HOLD.
           EXEC SQL
             DECLARE HOLDACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.COMPLIANCE_STATUS,
                       A.UPD_TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.COMPLIANCE_STATUS <> :WK-COMPLIANCE-HOLD
                   AND ( A.CUSTOMER_ID = :SN-CUID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :SN-CUID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CUSTSNPR.
      * PATH : .../Cobol Include/CUSTSNPR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  SNP-DISPOSITION-AREA.

       PROCEDURE DIVISION USING SNP-DISPOSITION-AREA.
       MAIN-PARA.
           SET SNP-SUCCESS TO TRUE.
           MOVE SPACES TO SNP-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT SNP-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO SNP-NEW-CUID.
           MOVE 0 TO SNP-HOLD-COUNT.
           PERFORM FETCH-SCREENED-ITEM.
           IF SNP-SUCCESS
              EVALUATE TRUE
                 WHEN SNP-DECISION-FALSE
                    PERFORM CLEAR-FALSE-POSITIVE
                 WHEN SNP-DECISION-CONFIRM
                    PERFORM CONFIRM-WATCHLIST-HIT
                 WHEN OTHER
                    SET SNP-BADDECISION TO TRUE
                    MOVE 'INVALID DECISION CODE' TO SNP-REASON
              END-EVALUATE
           END-IF.
           IF SNP-SUCCESS
              MOVE SNP-DECISION TO SN-REVIEW-STATUS
              PERFORM MARK-SCREEN-ROW-REVIEWED
           END-IF.
           IF SNP-SUCCESS
              PERFORM COMMIT-DISPOSITION
           ELSE
              PERFORM ROLLBACK-DISPOSITION
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE SNP-REVIEW-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'TCSCSNPD' TO CBSEN-PROGRAM-NAME.
           MOVE SNP-DECISION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET SNP-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO SNP-REASON
           END-IF.

      ******************************************************************
       FETCH-SCREENED-ITEM.
           MOVE SNP-QUEUE-ID TO SN-QUEUE-ID.
           EXEC SQL
                SELECT SCREEN_SOURCE, CUID, APPL_CUSTNAME,
                       APPL_ADDRESS, APPL_AGE, APPL_DOB,
                       GUARDIAN_CUID, LIST_ID, ENTRY_REF
                  INTO :SN-SCREEN-SOURCE, :SN-CUID, :SN-APPL-CUSTNAME,
                       :SN-APPL-ADDRESS, :SN-APPL-AGE, :SN-APPL-DOB,
                       :SN-GUARDIAN-CUID, :SN-LIST-ID, :SN-ENTRY-REF
                  FROM CUST_SCREEN_QUEUE
                 WHERE QUEUE_ID = :SN-QUEUE-ID
                   AND REVIEW_STATUS = 'P'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET SNP-NOTFOUND TO TRUE
                 MOVE 'SCREENED ITEM NOT FOUND OR REVIEWED'
                   TO SNP-REASON
              WHEN OTHER
                 SET SNP-DB2FAIL TO TRUE
                 MOVE 'SCREEN QUEUE LOOKUP FAILED' TO SNP-REASON
                 DISPLAY '(TCSCSNPD) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * CLEAR-FALSE-POSITIVE lets a parked application through to the
      * insert it was stopped before; a rescreen hit on an existing
      * customer is simply closed.
       CLEAR-FALSE-POSITIVE.
           IF SN-SCREEN-SOURCE = WK-SOURCE-ONBOARDING
              PERFORM CREATE-CLEARED-CUSTOMER
              IF SNP-SUCCESS AND SN-GUARDIAN-CUID > 0
                 PERFORM INSERT-GUARDIAN-LINK-ROW
              END-IF
              IF SNP-SUCCESS
                 MOVE 'FALSE POSITIVE - CUSTOMER CREATED'
                   TO SNP-REASON
              END-IF
           ELSE
              MOVE 'FALSE POSITIVE - CUSTOMER CLEARED' TO SNP-REASON
           END-IF.

      ******************************************************************
       CREATE-CLEARED-CUSTOMER.
           EXEC SQL
                SELECT NEXT VALUE FOR CUSTOMER_SEQ
                  INTO :CUSTOMER-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET SNP-DB2FAIL TO TRUE
              MOVE 'SEQUENCE FETCH FAILED' TO SNP-REASON
              DISPLAY '(TCSCSNPD) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE SN-APPL-CUSTNAME TO CUSTOMER-NAME
              MOVE SN-APPL-ADDRESS  TO CUSTOMER-ADDRESS
              MOVE SN-APPL-AGE      TO CUSTOMER-AGE
              MOVE SN-APPL-DOB      TO CUSTOMER-DOB
              MOVE CUST-STATUS-ACTIVE TO CUSTOMER-STATUS
              PERFORM INSERT-CLEARED-CUSTOMER
           END-IF.

      ******************************************************************
       INSERT-CLEARED-CUSTOMER.
           IF CUSTOMER-DOB = SPACES
              MOVE -1 TO WS-DOB-IND
           ELSE
              MOVE 0 TO WS-DOB-IND
           END-IF.
           EXEC SQL
             INSERT INTO
                    CUSTOMER
                    ( CUID ,
                      CUSTNAME ,
                      ADDRESS ,
                      AGE ,
                      STATUS ,
                      DATE_OF_BIRTH )
             VALUES
                    ( :CUSTOMER-ID ,
                      :CUSTOMER-NAME ,
                      :CUSTOMER-ADDRESS ,
                      :CUSTOMER-AGE ,
                      :CUSTOMER-STATUS ,
                      :CUSTOMER-DOB :WS-DOB-IND )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET SNP-DB2FAIL TO TRUE
              MOVE 'CUSTOMER INSERT FAILED' TO SNP-REASON
              DISPLAY '(TCSCSNPD) INSERT FAILED. SQLCODE=' SQLCODE
           ELSE
              MOVE CUSTOMER-ID TO SNP-NEW-CUID
              DISPLAY '(TCSCSNPD) CUSTOMER CREATED. CUID='
                CUSTOMER-ID
           END-IF.

      ******************************************************************
      * INSERT-GUARDIAN-LINK-ROW links a cleared minor to the guardian
      * it was applied under, as TCSCUSC1's minor create does.
       INSERT-GUARDIAN-LINK-ROW.
           MOVE CUSTOMER-ID       TO GL-MINOR-CUID.
           MOVE SN-GUARDIAN-CUID  TO GL-GUARDIAN-CUID.
           MOVE SNP-REVIEW-USERID TO GL-LINK-USERID.
           EXEC SQL
                INSERT INTO CUST_GUARDIAN_LINK
                       ( MINOR_CUID ,
                         GUARDIAN_CUID ,
                         LINK_STATUS ,
                         LINK_USERID ,
                         LINK_TIMESTAMP )
                VALUES
                       ( :GL-MINOR-CUID ,
                         :GL-GUARDIAN-CUID ,
                         'A' ,
                         :GL-LINK-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET SNP-DB2FAIL TO TRUE
              MOVE 'GUARDIAN LINK INSERT FAILED' TO SNP-REASON
              DISPLAY '(TCSCSNPD) LINK INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * CONFIRM-WATCHLIST-HIT refuses a parked application outright;
      * an existing customer's accounts go on compliance HOLD.
       CONFIRM-WATCHLIST-HIT.
           IF SN-SCREEN-SOURCE = WK-SOURCE-ONBOARDING
              MOVE 'CONFIRMED MATCH - APPLICATION REFUSED'
                TO SNP-REASON
           ELSE
              PERFORM HOLD-CUSTOMER-ACCOUNTS
              IF SNP-SUCCESS
                 MOVE 'CONFIRMED MATCH - ACCOUNTS ON COMPLIANCE HOLD'
                   TO SNP-REASON
              END-IF
           END-IF.

      ******************************************************************
       HOLD-CUSTOMER-ACCOUNTS.
           MOVE SPACES TO WS-AUDIT-REASON.
           STRING 'SANCTIONS MATCH ' SN-LIST-ID ' ' SN-ENTRY-REF
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-REASON
           END-STRING.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           EXEC SQL
                OPEN HOLDACCTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET SNP-DB2FAIL TO TRUE
              MOVE 'ACCOUNT CURSOR OPEN FAILED' TO SNP-REASON
              DISPLAY '(TCSCSNPD) CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM FETCH-NEXT-HOLD-ACCOUNT
              PERFORM UNTIL WS-ACCT-END-OF-CURSOR
                 PERFORM HOLD-ONE-ACCOUNT
                 IF SNP-SUCCESS
                    PERFORM FETCH-NEXT-HOLD-ACCOUNT
                 ELSE
                    SET WS-ACCT-END-OF-CURSOR TO TRUE
                 END-IF
              END-PERFORM
              EXEC SQL
                   CLOSE HOLDACCTCSR
              END-EXEC
           END-IF.

      ******************************************************************
       FETCH-NEXT-HOLD-ACCOUNT.
           EXEC SQL
                FETCH HOLDACCTCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-COMPLIANCE-STATUS,
                      :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 SET SNP-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT FETCH FAILED' TO SNP-REASON
                 DISPLAY '(TCSCSNPD) ACCOUNT FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * HOLD-ONE-ACCOUNT carries the UPD_TIMESTAMP fetched into the
      * WHERE clause, so a concurrent change backs the decision out
      * for the reviewer to retry instead of being overwritten.
       HOLD-ONE-ACCOUNT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET COMPLIANCE_STATUS = :WK-COMPLIANCE-HOLD ,
                       UPD_USERID = :SNP-REVIEW-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1 TO SNP-HOLD-COUNT
                 PERFORM INSERT-HOLD-AUDIT-ROW
              WHEN 100
                 SET SNP-ACCT-CHANGED TO TRUE
                 MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                   TO SNP-REASON
              WHEN OTHER
                 SET SNP-DB2FAIL TO TRUE
                 MOVE 'COMPLIANCE HOLD UPDATE FAILED' TO SNP-REASON
                 DISPLAY '(TCSCSNPD) HOLD UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-HOLD-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER    TO AU-ACCOUNT-NUMBER.
           MOVE H1-COMPLIANCE-STATUS TO AU-OLD-STATUS.
           MOVE WK-COMPLIANCE-HOLD   TO AU-NEW-STATUS.
           MOVE SNP-REVIEW-USERID    TO AU-UPD-USERID.
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
              SET SNP-DB2FAIL TO TRUE
              MOVE 'AUDIT LOG INSERT FAILED' TO SNP-REASON
              DISPLAY '(TCSCSNPD) AUDIT LOG INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       MARK-SCREEN-ROW-REVIEWED.
           MOVE SNP-REVIEW-USERID TO SN-REVIEW-USERID.
           EXEC SQL
                UPDATE CUST_SCREEN_QUEUE
                   SET REVIEW_STATUS = :SN-REVIEW-STATUS ,
                       REVIEW_USERID = :SN-REVIEW-USERID ,
                       REVIEW_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE QUEUE_ID = :SN-QUEUE-ID
                   AND REVIEW_STATUS = 'P'
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET SNP-NOTFOUND TO TRUE
                 MOVE 'SCREENED ITEM NOT FOUND OR REVIEWED'
                   TO SNP-REASON
              WHEN OTHER
                 SET SNP-DB2FAIL TO TRUE
                 MOVE 'SCREEN QUEUE UPDATE FAILED' TO SNP-REASON
                 DISPLAY '(TCSCSNPD) QUEUE UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       COMMIT-DISPOSITION.
           EXEC SQL
                COMMIT
           END-EXEC.

       ROLLBACK-DISPOSITION.
           EXEC SQL
                ROLLBACK
           END-EXEC.
