      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSHLMNT
      ******************************************************************
      * ACCOUNT-HOLD MAINTAIN. Court freezing orders, card pre-
      * authorisations and disputed-cheque holds had nowhere to live:
      * the only lever was COMPLIANCE_STATUS HOLD, which blocks the
      * whole account rather than a specific amount. Linkage-callable
      * in the CBSACMNT mold, this maintains CBS_ACCT_HOLD:
      *
      *  - place: the account must exist and not be ESCHEATED (a
      *    court order can land on a dormant account, so DORMANT and
      *    SUSPENDED accounts take holds); the amount must be
      *    positive and a reason given. Blank expiry means the hold
      *    stands until released (9999-12-31). HOLD-ID comes from
      *    ACCT_HOLD_SEQ and is handed back to the caller;
      *  - release: an ACTIVE hold, by HOLD-ID, goes to RELEASED.
      *
      * The ring-fenced amount is honoured by every debit path
      * (CBSTXNP, CBSTXSPD, CBSSIEXE, CBSINTFE, CBSESCHT), which
      * measure a debit against LEDGER_BALANCE plus OVERDRAFT_LIMIT
      * less the ACTIVE holds. CBSHLEXP expires lapsed holds nightly.
      *
      * Every placement and release writes a CBS_ACCT_AUDIT_LOG row
      * (old and new status the account's unchanged status, the hold
      * described in REASON - the CBSACMNT convention), and each
      * action is its own commit/rollback unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSHL-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSHLMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-HOLD-ID-DISPLAY           PIC 9(9).
       01 WS-AMOUNT-DISPLAY            PIC Z(8)9.
       01 WK-CONSTANTS.
          05 WK-HOLD-ACTIVE           PIC X(10) VALUE 'ACTIVE'.
          05 WK-HOLD-RELEASED         PIC X(10) VALUE 'RELEASED'.
          05 WK-NO-EXPIRY             PIC X(10) VALUE '9999-12-31'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ESCHEATED PIC X(10) VALUE 'ESCHEATED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSHOLD.cpy / CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-HOLD.
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
             INCLUDE CBSHOLD
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSHLRES.
      * PATH : .../Cobol Include/CBSHLRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSHL-HOLD-MAINT-AREA.

       PROCEDURE DIVISION USING CBSHL-HOLD-MAINT-AREA.
       MAIN-PARA.
           SET CBSHL-SUCCESS TO TRUE.
           MOVE SPACES TO CBSHL-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSHL-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN CBSHL-FN-PLACE
                 PERFORM PLACE-HOLD
              WHEN CBSHL-FN-RELEASE
                 PERFORM RELEASE-HOLD
              WHEN OTHER
                 SET CBSHL-BADREQUEST TO TRUE
                 MOVE 'INVALID FUNCTION CODE' TO CBSHL-REASON
           END-EVALUATE.
           IF CBSHL-SUCCESS
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
           MOVE CBSHL-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSHLMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSHL-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSHL-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSHL-REASON
           END-IF.

      ******************************************************************
       PLACE-HOLD.
           MOVE CBSHL-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           PERFORM FETCH-ACCOUNT-FOR-HOLD.
           IF CBSHL-SUCCESS
              IF H1-ACCOUNT-STATUS = ACCT-STATUS-ESCHEATED
                 SET CBSHL-ACCT-CLOSED TO TRUE
                 MOVE 'ACCOUNT IS ESCHEATED' TO CBSHL-REASON
              END-IF
           END-IF.
           IF CBSHL-SUCCESS
              PERFORM VALIDATE-HOLD-TERMS
           END-IF.
           IF CBSHL-SUCCESS
              PERFORM GET-HOLD-ID-AND-INSERT
           END-IF.

      ******************************************************************
       FETCH-ACCOUNT-FOR-HOLD.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :H1-ACCOUNT-STATUS
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSHL-ACCT-NOTFOUND TO TRUE
                 MOVE 'ACCOUNT NOT FOUND' TO CBSHL-REASON
              WHEN OTHER
                 SET CBSHL-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT LOOKUP FAILED' TO CBSHL-REASON
                 DISPLAY '(CBSHLMNT) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * VALIDATE-HOLD-TERMS wants a positive amount and a reason; the
      * reference is whatever the originator quotes (court order,
      * card authorisation code, cheque number) and may be blank.
       VALIDATE-HOLD-TERMS.
           IF CBSHL-HOLD-AMOUNT < 1
              SET CBSHL-AMOUNT-INVALID TO TRUE
              MOVE 'HOLD AMOUNT MUST BE POSITIVE' TO CBSHL-REASON
           ELSE
              IF CBSHL-HOLD-REASON = SPACES OR LOW-VALUES
                 SET CBSHL-BADREQUEST TO TRUE
                 MOVE 'HOLD REASON MISSING' TO CBSHL-REASON
              END-IF
           END-IF.

      ******************************************************************
       GET-HOLD-ID-AND-INSERT.
           EXEC SQL
                SELECT NEXT VALUE FOR ACCT_HOLD_SEQ
                  INTO :HL-HOLD-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSHL-DB2FAIL TO TRUE
              MOVE 'SEQUENCE FETCH FAILED' TO CBSHL-REASON
              DISPLAY '(CBSHLMNT) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE CBSHL-ACCOUNT-NUMBER TO HL-ACCOUNT-NUMBER
              MOVE CBSHL-HOLD-AMOUNT    TO HL-HOLD-AMOUNT
              MOVE CBSHL-HOLD-REASON    TO HL-HOLD-REASON
              MOVE CBSHL-HOLD-REF       TO HL-HOLD-REF
              IF CBSHL-EXPIRY-DATE = SPACES OR LOW-VALUES
                 MOVE WK-NO-EXPIRY      TO HL-EXPIRY-DATE
              ELSE
                 MOVE CBSHL-EXPIRY-DATE TO HL-EXPIRY-DATE
              END-IF
              MOVE WK-HOLD-ACTIVE       TO HL-HOLD-STATUS
              MOVE CBSHL-UPD-USERID     TO HL-UPD-USERID
              EXEC SQL
                   INSERT INTO CBS_ACCT_HOLD
                          ( HOLD_ID , ACCOUNT_NUMBER , HOLD_AMOUNT ,
                            HOLD_REASON , HOLD_REF , EXPIRY_DATE ,
                            HOLD_STATUS , UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :HL-HOLD-ID , :HL-ACCOUNT-NUMBER ,
                            :HL-HOLD-AMOUNT , :HL-HOLD-REASON ,
                            :HL-HOLD-REF , :HL-EXPIRY-DATE ,
                            :HL-HOLD-STATUS , :HL-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET CBSHL-DB2FAIL TO TRUE
                 MOVE 'HOLD INSERT FAILED' TO CBSHL-REASON
                 DISPLAY '(CBSHLMNT) INSERT FAILED. SQLCODE=' SQLCODE
              ELSE
                 MOVE HL-HOLD-ID TO CBSHL-HOLD-ID
                 MOVE HL-HOLD-ID TO WS-HOLD-ID-DISPLAY
                 MOVE HL-HOLD-AMOUNT TO WS-AMOUNT-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'HOLD ' WS-HOLD-ID-DISPLAY ' PLACED '
                         WS-AMOUNT-DISPLAY ' ' HL-HOLD-REF
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-HOLD-AUDIT-ROW
              END-IF
           END-IF.

      ******************************************************************
      * RELEASE-HOLD reads the hold first so the audit row lands
      * against its account, then flips it from ACTIVE to RELEASED;
      * the status predicate on the UPDATE stops a hold being
      * released twice or an expired one revived.
       RELEASE-HOLD.
           MOVE CBSHL-HOLD-ID TO HL-HOLD-ID.
           EXEC SQL
                SELECT A.ACCOUNT_NUMBER, A.HOLD_REF, B.ACCOUNT_STATUS
                  INTO :HL-ACCOUNT-NUMBER, :HL-HOLD-REF,
                       :H1-ACCOUNT-STATUS
                  FROM CBS_ACCT_HOLD A, CBS_ACCT_MSTR_DTL B
                 WHERE A.HOLD_ID = :HL-HOLD-ID
                   AND A.HOLD_STATUS = :WK-HOLD-ACTIVE
                   AND B.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 PERFORM UPDATE-HOLD-RELEASED
              WHEN 100
                 SET CBSHL-HOLD-NOTFOUND TO TRUE
                 MOVE 'HOLD NOT FOUND OR NOT ACTIVE' TO CBSHL-REASON
              WHEN OTHER
                 SET CBSHL-DB2FAIL TO TRUE
                 MOVE 'HOLD LOOKUP FAILED' TO CBSHL-REASON
                 DISPLAY '(CBSHLMNT) HOLD LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       UPDATE-HOLD-RELEASED.
           MOVE CBSHL-UPD-USERID TO HL-UPD-USERID.
           EXEC SQL
                UPDATE CBS_ACCT_HOLD
                   SET HOLD_STATUS = :WK-HOLD-RELEASED ,
                       UPD_USERID = :HL-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE HOLD_ID = :HL-HOLD-ID
                   AND HOLD_STATUS = :WK-HOLD-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE HL-ACCOUNT-NUMBER TO CBSHL-ACCOUNT-NUMBER
                 MOVE HL-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER
                 MOVE HL-HOLD-ID TO WS-HOLD-ID-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'HOLD ' WS-HOLD-ID-DISPLAY ' RELEASED '
                         HL-HOLD-REF
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-HOLD-AUDIT-ROW
              WHEN 100
                 SET CBSHL-HOLD-NOTFOUND TO TRUE
                 MOVE 'HOLD CHANGED BY ANOTHER USER - RETRY'
                   TO CBSHL-REASON
              WHEN OTHER
                 SET CBSHL-DB2FAIL TO TRUE
                 MOVE 'HOLD RELEASE FAILED' TO CBSHL-REASON
                 DISPLAY '(CBSHLMNT) RELEASE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * INSERT-HOLD-AUDIT-ROW records the hold event with old and new
      * status both the account's unchanged status, the CBSACMNT
      * convention for non-status changes.
       INSERT-HOLD-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE CBSHL-UPD-USERID  TO AU-UPD-USERID.
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
              SET CBSHL-DB2FAIL TO TRUE
              MOVE 'HOLD AUDIT LOG INSERT FAILED' TO CBSHL-REASON
              DISPLAY '(CBSHLMNT) AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
