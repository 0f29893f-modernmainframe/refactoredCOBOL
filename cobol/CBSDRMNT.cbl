      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSDRMNT
      ******************************************************************
      * TELLER-DRAWER MAINTAIN. Counter cash reached CBSTXNP with no
      * link to the teller who handled the notes, and each branch
      * balanced its tills on paper at close. Linkage-callable in the
      * CBSHLMNT mold, this maintains the teller drawers, their
      * movements to and from the branch vault and the end-of-day
      * cash declarations that CBSDRRPT balances each night:
      *
      *  - open: a drawer is issued to a teller at a branch, in one
      *    currency, with its opening float. The branch must have a
      *    vault registered in that currency. A CLOSED drawer can be
      *    opened again; an OPEN one is refused;
      *  - change: an OPEN drawer is reissued to another teller;
      *  - close: an OPEN drawer goes CLOSED, but only once its cash
      *    has been declared for the day, so no drawer drops out of
      *    the night's balancing with its cash unaccounted for. A
      *    CLOSED drawer takes no more counter postings;
      *  - transfer: cash moves between an OPEN drawer and the vault
      *    of its branch and currency; a CBS_DRAWER_XFER row is
      *    written and the vault balance moves with it under the
      *    UPD_TIMESTAMP check. The vault cannot give out more than
      *    it holds;
      *  - declare: the teller's counted cash for the day is
      *    recorded on CBS_DRAWER_DECL, with the float the day began
      *    with; declaring again the same day replaces the count;
      *  - vault: a branch vault is registered, or re-counted, at a
      *    stated balance.
      *
      * Each call is its own commit/rollback unit of work and acts
      * under the current date as the business date.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSDR-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSDRMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WS-NEW-VAULT-BALANCE         PIC S9(18) USAGE COMP VALUE 0.
       01 WS-DECL-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-DRAWER-OPEN           PIC X(10) VALUE 'OPEN'.
          05 WK-DRAWER-CLOSED         PIC X(10) VALUE 'CLOSED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSDRWR.cpy / CBSDRXF / CBSDRDC
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-TELLER-DRAWER.  01 DCLCBS-DRAWER-XFER.
      *01  DCLCBS-DRAWER-DECL.    01 DCLCBS-BRANCH-VAULT.
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
             INCLUDE CBSDRWR
           END-EXEC.

           EXEC SQL
             INCLUDE CBSDRXF
           END-EXEC.

           EXEC SQL
             INCLUDE CBSDRDC
           END-EXEC.

           EXEC SQL
             INCLUDE CBSVAULT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSDRRES.
      * PATH : .../Cobol Include/CBSDRRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSDR-DRAWER-MAINT-AREA.

       PROCEDURE DIVISION USING CBSDR-DRAWER-MAINT-AREA.
       MAIN-PARA.
           SET CBSDR-SUCCESS TO TRUE.
           MOVE SPACES TO CBSDR-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSDR-SUCCESS
              EXIT PROGRAM
           END-IF.
           PERFORM FETCH-BUSINESS-DATE.
           IF CBSDR-SUCCESS
              EVALUATE TRUE
                 WHEN CBSDR-FN-OPEN
                    PERFORM OPEN-DRAWER
                 WHEN CBSDR-FN-CHANGE
                    PERFORM CHANGE-DRAWER-OPERATOR
                 WHEN CBSDR-FN-CLOSE
                    PERFORM CLOSE-DRAWER
                 WHEN CBSDR-FN-TRANSFER
                    PERFORM TRANSFER-DRAWER-CASH
                 WHEN CBSDR-FN-DECLARE
                    PERFORM DECLARE-DRAWER-CASH
                 WHEN CBSDR-FN-VAULT
                    PERFORM SET-VAULT-BALANCE
                 WHEN OTHER
                    SET CBSDR-BADREQUEST TO TRUE
                    MOVE 'INVALID FUNCTION CODE' TO CBSDR-REASON
              END-EVALUATE
           END-IF.
           IF CBSDR-SUCCESS
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
           MOVE CBSDR-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSDRMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSDR-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSDR-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSDR-REASON
           END-IF.

      ******************************************************************
       FETCH-BUSINESS-DATE.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-TODAY
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSDR-DB2FAIL TO TRUE
              MOVE 'DATE LOOKUP FAILED' TO CBSDR-REASON
              DISPLAY '(CBSDRMNT) DATE LOOKUP FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE WS-TODAY TO CBSDR-BUSINESS-DATE
           END-IF.

      ******************************************************************
      * OPEN-DRAWER issues a new drawer, or brings a CLOSED one back
      * into use with new terms. The branch must keep a vault in the
      * drawer's currency - every drawer is fed from one.
       OPEN-DRAWER.
           IF CBSDR-DRAWER-ID = SPACES
              OR CBSDR-BRANCH-NAME = SPACES
              OR CBSDR-OPERATOR-USERID = SPACES
              OR CBSDR-CURRENCY = SPACES
              SET CBSDR-BADREQUEST TO TRUE
              MOVE 'DRAWER, BRANCH, TELLER AND CURRENCY REQUIRED'
                TO CBSDR-REASON
           ELSE
              IF CBSDR-AMOUNT < 0
                 SET CBSDR-AMOUNT-INVALID TO TRUE
                 MOVE 'OPENING FLOAT MAY NOT BE NEGATIVE'
                   TO CBSDR-REASON
              END-IF
           END-IF.
           IF CBSDR-SUCCESS
              MOVE CBSDR-BRANCH-NAME TO VL-BRANCH-NAME
              MOVE CBSDR-CURRENCY    TO VL-CURRENCY
              PERFORM FETCH-VAULT
           END-IF.
           IF CBSDR-SUCCESS
              MOVE CBSDR-DRAWER-ID TO DW-DRAWER-ID
              EXEC SQL
                   SELECT DRAWER_STATUS
                     INTO :DW-DRAWER-STATUS
                     FROM CBS_TELLER_DRAWER
                    WHERE DRAWER_ID = :DW-DRAWER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF DW-DRAWER-STATUS = WK-DRAWER-OPEN
                       SET CBSDR-DRAWER-EXISTS TO TRUE
                       MOVE 'DRAWER ALREADY OPEN' TO CBSDR-REASON
                    ELSE
                       PERFORM REOPEN-DRAWER
                    END-IF
                 WHEN 100
                    PERFORM INSERT-DRAWER
                 WHEN OTHER
                    SET CBSDR-DB2FAIL TO TRUE
                    MOVE 'DRAWER LOOKUP FAILED' TO CBSDR-REASON
                    DISPLAY '(CBSDRMNT) DRAWER LOOKUP FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
       INSERT-DRAWER.
           MOVE CBSDR-DRAWER-ID       TO DW-DRAWER-ID.
           MOVE CBSDR-BRANCH-NAME     TO DW-BRANCH-NAME.
           MOVE CBSDR-OPERATOR-USERID TO DW-OPERATOR-USERID.
           MOVE CBSDR-CURRENCY        TO DW-CURRENCY.
           MOVE CBSDR-AMOUNT          TO DW-OPENING-FLOAT.
           MOVE WK-DRAWER-OPEN        TO DW-DRAWER-STATUS.
           MOVE CBSDR-UPD-USERID      TO DW-UPD-USERID.
           EXEC SQL
                INSERT INTO CBS_TELLER_DRAWER
                       ( DRAWER_ID , BRANCH_NAME , OPERATOR_USERID ,
                         CURRENCY , OPENING_FLOAT , DRAWER_STATUS ,
                         UPD_USERID , UPD_TIMESTAMP )
                VALUES
                       ( :DW-DRAWER-ID , :DW-BRANCH-NAME ,
                         :DW-OPERATOR-USERID , :DW-CURRENCY ,
                         :DW-OPENING-FLOAT , :DW-DRAWER-STATUS ,
                         :DW-UPD-USERID , CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSDR-DB2FAIL TO TRUE
              MOVE 'DRAWER INSERT FAILED' TO CBSDR-REASON
              DISPLAY '(CBSDRMNT) DRAWER INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * REOPEN-DRAWER reissues a CLOSED drawer; the status predicate
      * stops two openings of the same drawer both landing.
       REOPEN-DRAWER.
           MOVE CBSDR-BRANCH-NAME     TO DW-BRANCH-NAME.
           MOVE CBSDR-OPERATOR-USERID TO DW-OPERATOR-USERID.
           MOVE CBSDR-CURRENCY        TO DW-CURRENCY.
           MOVE CBSDR-AMOUNT          TO DW-OPENING-FLOAT.
           MOVE CBSDR-UPD-USERID      TO DW-UPD-USERID.
           EXEC SQL
                UPDATE CBS_TELLER_DRAWER
                   SET BRANCH_NAME = :DW-BRANCH-NAME ,
                       OPERATOR_USERID = :DW-OPERATOR-USERID ,
                       CURRENCY = :DW-CURRENCY ,
                       OPENING_FLOAT = :DW-OPENING-FLOAT ,
                       DRAWER_STATUS = :WK-DRAWER-OPEN ,
                       UPD_USERID = :DW-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE DRAWER_ID = :DW-DRAWER-ID
                   AND DRAWER_STATUS = :WK-DRAWER-CLOSED
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSDR-DRAWER-EXISTS TO TRUE
                 MOVE 'DRAWER CHANGED BY ANOTHER USER - RETRY'
                   TO CBSDR-REASON
              WHEN OTHER
                 SET CBSDR-DB2FAIL TO TRUE
                 MOVE 'DRAWER UPDATE FAILED' TO CBSDR-REASON
                 DISPLAY '(CBSDRMNT) DRAWER UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       CHANGE-DRAWER-OPERATOR.
           IF CBSDR-OPERATOR-USERID = SPACES
              SET CBSDR-BADREQUEST TO TRUE
              MOVE 'TELLER USERID REQUIRED' TO CBSDR-REASON
           ELSE
              PERFORM FETCH-OPEN-DRAWER
           END-IF.
           IF CBSDR-SUCCESS
              MOVE CBSDR-OPERATOR-USERID TO DW-OPERATOR-USERID
              MOVE CBSDR-UPD-USERID      TO DW-UPD-USERID
              EXEC SQL
                   UPDATE CBS_TELLER_DRAWER
                      SET OPERATOR_USERID = :DW-OPERATOR-USERID ,
                          UPD_USERID = :DW-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE DRAWER_ID = :DW-DRAWER-ID
                      AND DRAWER_STATUS = :WK-DRAWER-OPEN
              END-EXEC
              PERFORM CHECK-DRAWER-UPDATE
           END-IF.

      ******************************************************************
      * CLOSE-DRAWER takes an OPEN drawer out of use, provided its
      * cash has been declared today.
       CLOSE-DRAWER.
           PERFORM FETCH-OPEN-DRAWER.
           IF CBSDR-SUCCESS
              MOVE DW-DRAWER-ID TO DD-DRAWER-ID
              MOVE WS-TODAY     TO DD-BUSINESS-DATE
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-DECL-COUNT
                     FROM CBS_DRAWER_DECL
                    WHERE DRAWER_ID = :DD-DRAWER-ID
                      AND BUSINESS_DATE = :DD-BUSINESS-DATE
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    SET CBSDR-DB2FAIL TO TRUE
                    MOVE 'DECLARATION LOOKUP FAILED' TO CBSDR-REASON
                    DISPLAY '(CBSDRMNT) DECLARATION LOOKUP FAILED.'
                      ' SQLCODE=' SQLCODE
                 WHEN WS-DECL-COUNT = 0
                    SET CBSDR-NOT-DECLARED TO TRUE
                    MOVE 'DECLARE COUNTED CASH BEFORE CLOSING'
                      TO CBSDR-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF CBSDR-SUCCESS
              MOVE CBSDR-UPD-USERID TO DW-UPD-USERID
              EXEC SQL
                   UPDATE CBS_TELLER_DRAWER
                      SET DRAWER_STATUS = :WK-DRAWER-CLOSED ,
                          UPD_USERID = :DW-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE DRAWER_ID = :DW-DRAWER-ID
                      AND DRAWER_STATUS = :WK-DRAWER-OPEN
              END-EXEC
              PERFORM CHECK-DRAWER-UPDATE
           END-IF.

      ******************************************************************
       CHECK-DRAWER-UPDATE.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSDR-DRAWER-NOT-OPEN TO TRUE
                 MOVE 'DRAWER CHANGED BY ANOTHER USER - RETRY'
                   TO CBSDR-REASON
              WHEN OTHER
                 SET CBSDR-DB2FAIL TO TRUE
                 MOVE 'DRAWER UPDATE FAILED' TO CBSDR-REASON
                 DISPLAY '(CBSDRMNT) DRAWER UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-OPEN-DRAWER reads the named drawer and refuses one that
      * is not OPEN.
       FETCH-OPEN-DRAWER.
           MOVE CBSDR-DRAWER-ID TO DW-DRAWER-ID.
           EXEC SQL
                SELECT BRANCH_NAME, CURRENCY, OPENING_FLOAT,
                       DRAWER_STATUS
                  INTO :DW-BRANCH-NAME, :DW-CURRENCY,
                       :DW-OPENING-FLOAT, :DW-DRAWER-STATUS
                  FROM CBS_TELLER_DRAWER
                 WHERE DRAWER_ID = :DW-DRAWER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF DW-DRAWER-STATUS NOT = WK-DRAWER-OPEN
                    SET CBSDR-DRAWER-NOT-OPEN TO TRUE
                    MOVE 'DRAWER NOT OPEN' TO CBSDR-REASON
                 END-IF
              WHEN 100
                 SET CBSDR-DRAWER-NOTFOUND TO TRUE
                 MOVE 'DRAWER NOT FOUND' TO CBSDR-REASON
              WHEN OTHER
                 SET CBSDR-DB2FAIL TO TRUE
                 MOVE 'DRAWER LOOKUP FAILED' TO CBSDR-REASON
                 DISPLAY '(CBSDRMNT) DRAWER LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * FETCH-VAULT reads the vault named in VL-BRANCH-NAME and
      * VL-CURRENCY with the UPD_TIMESTAMP a balance change is made
      * under.
       FETCH-VAULT.
           EXEC SQL
                SELECT VAULT_BALANCE, UPD_TIMESTAMP
                  INTO :VL-VAULT-BALANCE, :VL-UPD-TIMESTAMP
                  FROM CBS_BRANCH_VAULT
                 WHERE BRANCH_NAME = :VL-BRANCH-NAME
                   AND CURRENCY = :VL-CURRENCY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSDR-VAULT-NOTFOUND TO TRUE
                 MOVE 'NO VAULT FOR BRANCH AND CURRENCY'
                   TO CBSDR-REASON
              WHEN OTHER
                 SET CBSDR-DB2FAIL TO TRUE
                 MOVE 'VAULT LOOKUP FAILED' TO CBSDR-REASON
                 DISPLAY '(CBSDRMNT) VAULT LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * TRANSFER-DRAWER-CASH moves cash between an OPEN drawer and
      * the vault of its branch and currency. The movement row and
      * the vault balance change land together.
       TRANSFER-DRAWER-CASH.
           IF CBSDR-AMOUNT < 1
              SET CBSDR-AMOUNT-INVALID TO TRUE
              MOVE 'TRANSFER AMOUNT MUST BE POSITIVE' TO CBSDR-REASON
           ELSE
              IF NOT CBSDR-TO-VAULT AND NOT CBSDR-TO-DRAWER
                 SET CBSDR-BADREQUEST TO TRUE
                 MOVE 'DIRECTION MUST BE V OR D' TO CBSDR-REASON
              END-IF
           END-IF.
           IF CBSDR-SUCCESS
              PERFORM FETCH-OPEN-DRAWER
           END-IF.
           IF CBSDR-SUCCESS
              MOVE DW-BRANCH-NAME TO VL-BRANCH-NAME
              MOVE DW-CURRENCY    TO VL-CURRENCY
              PERFORM FETCH-VAULT
           END-IF.
           IF CBSDR-SUCCESS
              IF CBSDR-TO-VAULT
                 COMPUTE WS-NEW-VAULT-BALANCE =
                         VL-VAULT-BALANCE + CBSDR-AMOUNT
              ELSE
                 COMPUTE WS-NEW-VAULT-BALANCE =
                         VL-VAULT-BALANCE - CBSDR-AMOUNT
                 IF WS-NEW-VAULT-BALANCE < 0
                    SET CBSDR-VAULT-SHORT TO TRUE
                    MOVE 'VAULT CANNOT COVER THE TRANSFER'
                      TO CBSDR-REASON
                 END-IF
              END-IF
           END-IF.
           IF CBSDR-SUCCESS
              PERFORM INSERT-DRAWER-XFER
           END-IF.
           IF CBSDR-SUCCESS
              PERFORM APPLY-VAULT-BALANCE
           END-IF.

      ******************************************************************
       INSERT-DRAWER-XFER.
           EXEC SQL
                SELECT NEXT VALUE FOR DRAWER_XFER_SEQ
                  INTO :DX-XFER-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSDR-DB2FAIL TO TRUE
              MOVE 'SEQUENCE FETCH FAILED' TO CBSDR-REASON
              DISPLAY '(CBSDRMNT) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE DW-DRAWER-ID     TO DX-DRAWER-ID
              MOVE DW-BRANCH-NAME   TO DX-BRANCH-NAME
              MOVE WS-TODAY         TO DX-BUSINESS-DATE
              MOVE CBSDR-DIRECTION  TO DX-DIRECTION
              MOVE CBSDR-AMOUNT     TO DX-XFER-AMOUNT
              MOVE DW-CURRENCY      TO DX-CURRENCY
              MOVE CBSDR-UPD-USERID TO DX-XFER-USERID
              EXEC SQL
                   INSERT INTO CBS_DRAWER_XFER
                          ( XFER_ID , DRAWER_ID , BRANCH_NAME ,
                            BUSINESS_DATE , DIRECTION , XFER_AMOUNT ,
                            CURRENCY , XFER_USERID , XFER_TIMESTAMP )
                   VALUES
                          ( :DX-XFER-ID , :DX-DRAWER-ID ,
                            :DX-BRANCH-NAME , :DX-BUSINESS-DATE ,
                            :DX-DIRECTION , :DX-XFER-AMOUNT ,
                            :DX-CURRENCY , :DX-XFER-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET CBSDR-DB2FAIL TO TRUE
                 MOVE 'TRANSFER INSERT FAILED' TO CBSDR-REASON
                 DISPLAY '(CBSDRMNT) TRANSFER INSERT FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 MOVE DX-XFER-ID TO CBSDR-XFER-ID
              END-IF
           END-IF.

      ******************************************************************
      * APPLY-VAULT-BALANCE writes WS-NEW-VAULT-BALANCE under the
      * UPD_TIMESTAMP FETCH-VAULT read, so two tellers drawing on
      * the vault at once cannot both be paid from the same notes.
       APPLY-VAULT-BALANCE.
           MOVE CBSDR-UPD-USERID TO VL-UPD-USERID.
           EXEC SQL
                UPDATE CBS_BRANCH_VAULT
                   SET VAULT_BALANCE = :WS-NEW-VAULT-BALANCE ,
                       UPD_USERID = :VL-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE BRANCH_NAME = :VL-BRANCH-NAME
                   AND CURRENCY = :VL-CURRENCY
                   AND UPD_TIMESTAMP = :VL-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE WS-NEW-VAULT-BALANCE TO CBSDR-VAULT-BALANCE
              WHEN 100
                 SET CBSDR-VAULT-CHANGED TO TRUE
                 MOVE 'VAULT CHANGED BY ANOTHER USER - RETRY'
                   TO CBSDR-REASON
              WHEN OTHER
                 SET CBSDR-DB2FAIL TO TRUE
                 MOVE 'VAULT UPDATE FAILED' TO CBSDR-REASON
                 DISPLAY '(CBSDRMNT) VAULT UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * DECLARE-DRAWER-CASH records the counted cash for the day. A
      * repeat declaration replaces the count but keeps the float
      * the first one recorded.
       DECLARE-DRAWER-CASH.
           IF CBSDR-AMOUNT < 0
              SET CBSDR-AMOUNT-INVALID TO TRUE
              MOVE 'COUNTED CASH MAY NOT BE NEGATIVE' TO CBSDR-REASON
           ELSE
              PERFORM FETCH-OPEN-DRAWER
           END-IF.
           IF CBSDR-SUCCESS
              MOVE DW-DRAWER-ID     TO DD-DRAWER-ID
              MOVE WS-TODAY         TO DD-BUSINESS-DATE
              MOVE DW-CURRENCY      TO DD-CURRENCY
              MOVE DW-OPENING-FLOAT TO DD-OPENING-FLOAT
              MOVE CBSDR-AMOUNT     TO DD-COUNTED-AMOUNT
              MOVE CBSDR-UPD-USERID TO DD-DECLARE-USERID
              EXEC SQL
                   UPDATE CBS_DRAWER_DECL
                      SET COUNTED_AMOUNT = :DD-COUNTED-AMOUNT ,
                          DECLARE_USERID = :DD-DECLARE-USERID ,
                          DECLARE_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE DRAWER_ID = :DD-DRAWER-ID
                      AND BUSINESS_DATE = :DD-BUSINESS-DATE
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    PERFORM INSERT-DRAWER-DECL
                 WHEN OTHER
                    SET CBSDR-DB2FAIL TO TRUE
                    MOVE 'DECLARATION UPDATE FAILED' TO CBSDR-REASON
                    DISPLAY '(CBSDRMNT) DECLARATION UPDATE FAILED.'
                      ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
       INSERT-DRAWER-DECL.
           MOVE 0 TO DD-EXPECTED-AMOUNT.
           MOVE 0 TO DD-OVER-SHORT.
           EXEC SQL
                INSERT INTO CBS_DRAWER_DECL
                       ( DRAWER_ID , BUSINESS_DATE , CURRENCY ,
                         OPENING_FLOAT , COUNTED_AMOUNT ,
                         EXPECTED_AMOUNT , OVER_SHORT ,
                         DECLARE_USERID , DECLARE_TIMESTAMP )
                VALUES
                       ( :DD-DRAWER-ID , :DD-BUSINESS-DATE ,
                         :DD-CURRENCY , :DD-OPENING-FLOAT ,
                         :DD-COUNTED-AMOUNT , :DD-EXPECTED-AMOUNT ,
                         :DD-OVER-SHORT , :DD-DECLARE-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSDR-DB2FAIL TO TRUE
              MOVE 'DECLARATION INSERT FAILED' TO CBSDR-REASON
              DISPLAY '(CBSDRMNT) DECLARATION INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * SET-VAULT-BALANCE registers a branch vault in a currency, or
      * records a re-count of one already registered.
       SET-VAULT-BALANCE.
           IF CBSDR-BRANCH-NAME = SPACES OR CBSDR-CURRENCY = SPACES
              SET CBSDR-BADREQUEST TO TRUE
              MOVE 'BRANCH AND CURRENCY REQUIRED' TO CBSDR-REASON
           ELSE
              IF CBSDR-AMOUNT < 0
                 SET CBSDR-AMOUNT-INVALID TO TRUE
                 MOVE 'VAULT BALANCE MAY NOT BE NEGATIVE'
                   TO CBSDR-REASON
              END-IF
           END-IF.
           IF CBSDR-SUCCESS
              MOVE CBSDR-BRANCH-NAME TO VL-BRANCH-NAME
              MOVE CBSDR-CURRENCY    TO VL-CURRENCY
              MOVE CBSDR-AMOUNT      TO VL-VAULT-BALANCE
              MOVE CBSDR-UPD-USERID  TO VL-UPD-USERID
              EXEC SQL
                   UPDATE CBS_BRANCH_VAULT
                      SET VAULT_BALANCE = :VL-VAULT-BALANCE ,
                          UPD_USERID = :VL-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE BRANCH_NAME = :VL-BRANCH-NAME
                      AND CURRENCY = :VL-CURRENCY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE VL-VAULT-BALANCE TO CBSDR-VAULT-BALANCE
                 WHEN 100
                    PERFORM INSERT-VAULT
                 WHEN OTHER
                    SET CBSDR-DB2FAIL TO TRUE
                    MOVE 'VAULT UPDATE FAILED' TO CBSDR-REASON
                    DISPLAY '(CBSDRMNT) VAULT UPDATE FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
       INSERT-VAULT.
           EXEC SQL
                INSERT INTO CBS_BRANCH_VAULT
                       ( BRANCH_NAME , CURRENCY , VAULT_BALANCE ,
                         UPD_USERID , UPD_TIMESTAMP )
                VALUES
                       ( :VL-BRANCH-NAME , :VL-CURRENCY ,
                         :VL-VAULT-BALANCE , :VL-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSDR-DB2FAIL TO TRUE
              MOVE 'VAULT INSERT FAILED' TO CBSDR-REASON
              DISPLAY '(CBSDRMNT) VAULT INSERT FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE VL-VAULT-BALANCE TO CBSDR-VAULT-BALANCE
           END-IF.
