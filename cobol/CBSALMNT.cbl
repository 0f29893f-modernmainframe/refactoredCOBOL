      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSALMNT
      ******************************************************************
      * ALERT-SUBSCRIPTION MAINTAIN. Sets or removes the customer's
      * alert choices for one account on CBS_ALERT_SUBSCR - low
      * balance under a threshold, debits over an amount, rejected
      * postings, standing instruction suspended - which CBSALERT
      * evaluates each night after posting. Set validates the account
      * is on CBS_ACCT_MSTR_DTL and ACTIVE, every flag is 'Y' or 'N'
      * with at least one switched on, and a large-debit alert has a
      * positive amount; the row is inserted the first time and
      * replaced after that. Delete removes the row.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns
      * CBSAL-NOT-ENTITLED with the attempt already on the staff
      * security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSALMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WK-CONSTANTS.
          05 WK-FLAG-YES              PIC X(1) VALUE 'Y'.
          05 WK-FLAG-NO               PIC X(1) VALUE 'N'.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSALSUB.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ALERT-SUBSCR.
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
             INCLUDE CBSALSUB
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSALRES.
      * PATH : .../Cobol Include/CBSALRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSAL-SUBSCR-MAINT-AREA.

       PROCEDURE DIVISION USING CBSAL-SUBSCR-MAINT-AREA.
       MAIN-PARA.
           SET CBSAL-SUCCESS TO TRUE.
           MOVE SPACES TO CBSAL-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSAL-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN CBSAL-FN-SET
                 PERFORM SET-SUBSCRIPTION
              WHEN CBSAL-FN-DELETE
                 PERFORM DELETE-SUBSCRIPTION
              WHEN OTHER
                 SET CBSAL-BADREQUEST TO TRUE
                 MOVE 'INVALID FUNCTION CODE' TO CBSAL-REASON
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSAL-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSALMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSAL-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSAL-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSAL-REASON
           END-IF.

      ******************************************************************
       SET-SUBSCRIPTION.
           PERFORM VALIDATE-SUBSCRIPTION-ACCOUNT.
           IF CBSAL-SUCCESS
              PERFORM VALIDATE-SUBSCRIPTION-TERMS
           END-IF.
           IF CBSAL-SUCCESS
              PERFORM WRITE-SUBSCRIPTION
           END-IF.

      ******************************************************************
       VALIDATE-SUBSCRIPTION-ACCOUNT.
           MOVE CBSAL-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :H1-ACCOUNT-STATUS
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
                    SET CBSAL-ACCT-NOTACTIVE TO TRUE
                    MOVE 'ACCOUNT IS NOT ACTIVE' TO CBSAL-REASON
                 END-IF
              WHEN 100
                 SET CBSAL-ACCT-NOTFOUND TO TRUE
                 MOVE 'ACCOUNT NOT FOUND' TO CBSAL-REASON
              WHEN OTHER
                 SET CBSAL-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT LOOKUP FAILED' TO CBSAL-REASON
                 DISPLAY '(CBSALMNT) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * VALIDATE-SUBSCRIPTION-TERMS: every flag 'Y' or 'N', at least
      * one 'Y' (a subscription with nothing switched on is a
      * delete), and a positive amount behind a large-debit alert.
      * The low-balance threshold may be any amount - a negative one
      * alerts only once the account is that far overdrawn.
       VALIDATE-SUBSCRIPTION-TERMS.
           IF (CBSAL-LOW-BAL-ALERT NOT = WK-FLAG-YES AND
               CBSAL-LOW-BAL-ALERT NOT = WK-FLAG-NO)
              OR (CBSAL-LARGE-DEBIT-ALERT NOT = WK-FLAG-YES AND
                  CBSAL-LARGE-DEBIT-ALERT NOT = WK-FLAG-NO)
              OR (CBSAL-REJECT-ALERT NOT = WK-FLAG-YES AND
                  CBSAL-REJECT-ALERT NOT = WK-FLAG-NO)
              OR (CBSAL-SI-SUSPEND-ALERT NOT = WK-FLAG-YES AND
                  CBSAL-SI-SUSPEND-ALERT NOT = WK-FLAG-NO)
              SET CBSAL-BADREQUEST TO TRUE
              MOVE 'ALERT FLAGS MUST BE Y OR N' TO CBSAL-REASON
           ELSE
              IF CBSAL-LOW-BAL-ALERT = WK-FLAG-NO
                 AND CBSAL-LARGE-DEBIT-ALERT = WK-FLAG-NO
                 AND CBSAL-REJECT-ALERT = WK-FLAG-NO
                 AND CBSAL-SI-SUSPEND-ALERT = WK-FLAG-NO
                 SET CBSAL-TERMS-INVALID TO TRUE
                 MOVE 'NO ALERT SELECTED - DELETE THE SUBSCRIPTION'
                   TO CBSAL-REASON
              ELSE
                 IF CBSAL-LARGE-DEBIT-ALERT = WK-FLAG-YES
                    AND CBSAL-LARGE-DEBIT-AMOUNT < 1
                    SET CBSAL-TERMS-INVALID TO TRUE
                    MOVE 'LARGE-DEBIT AMOUNT MUST BE POSITIVE'
                      TO CBSAL-REASON
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * WRITE-SUBSCRIPTION replaces the account's row, inserting it
      * when the account has none yet.
       WRITE-SUBSCRIPTION.
           MOVE CBSAL-ACCOUNT-NUMBER     TO AS-ACCOUNT-NUMBER.
           MOVE CBSAL-LOW-BAL-ALERT      TO AS-LOW-BAL-ALERT.
           MOVE CBSAL-LOW-BAL-THRESHOLD  TO AS-LOW-BAL-THRESHOLD.
           MOVE CBSAL-LARGE-DEBIT-ALERT  TO AS-LARGE-DEBIT-ALERT.
           MOVE CBSAL-LARGE-DEBIT-AMOUNT TO AS-LARGE-DEBIT-AMOUNT.
           MOVE CBSAL-REJECT-ALERT       TO AS-REJECT-ALERT.
           MOVE CBSAL-SI-SUSPEND-ALERT   TO AS-SI-SUSPEND-ALERT.
           MOVE CBSAL-UPD-USERID         TO AS-UPD-USERID.
           EXEC SQL
                UPDATE CBS_ALERT_SUBSCR
                   SET LOW_BAL_ALERT = :AS-LOW-BAL-ALERT ,
                       LOW_BAL_THRESHOLD = :AS-LOW-BAL-THRESHOLD ,
                       LARGE_DEBIT_ALERT = :AS-LARGE-DEBIT-ALERT ,
                       LARGE_DEBIT_AMOUNT = :AS-LARGE-DEBIT-AMOUNT ,
                       REJECT_ALERT = :AS-REJECT-ALERT ,
                       SI_SUSPEND_ALERT = :AS-SI-SUSPEND-ALERT ,
                       UPD_USERID = :AS-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :AS-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY '(CBSALMNT) SUBSCRIPTION CHANGED. ACCOUNT='
                   AS-ACCOUNT-NUMBER
              WHEN 100
                 PERFORM INSERT-SUBSCRIPTION
              WHEN OTHER
                 SET CBSAL-DB2FAIL TO TRUE
                 MOVE 'SUBSCRIPTION UPDATE FAILED' TO CBSAL-REASON
                 DISPLAY '(CBSALMNT) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-SUBSCRIPTION.
           EXEC SQL
                INSERT INTO CBS_ALERT_SUBSCR
                       ( ACCOUNT_NUMBER , LOW_BAL_ALERT ,
                         LOW_BAL_THRESHOLD , LARGE_DEBIT_ALERT ,
                         LARGE_DEBIT_AMOUNT , REJECT_ALERT ,
                         SI_SUSPEND_ALERT , UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :AS-ACCOUNT-NUMBER , :AS-LOW-BAL-ALERT ,
                         :AS-LOW-BAL-THRESHOLD ,
                         :AS-LARGE-DEBIT-ALERT ,
                         :AS-LARGE-DEBIT-AMOUNT , :AS-REJECT-ALERT ,
                         :AS-SI-SUSPEND-ALERT , :AS-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSAL-DB2FAIL TO TRUE
              MOVE 'SUBSCRIPTION INSERT FAILED' TO CBSAL-REASON
              DISPLAY '(CBSALMNT) INSERT FAILED. SQLCODE=' SQLCODE
           ELSE
              DISPLAY '(CBSALMNT) SUBSCRIPTION ADDED. ACCOUNT='
                AS-ACCOUNT-NUMBER
           END-IF.

      ******************************************************************
       DELETE-SUBSCRIPTION.
           MOVE CBSAL-ACCOUNT-NUMBER TO AS-ACCOUNT-NUMBER.
           EXEC SQL
                DELETE FROM CBS_ALERT_SUBSCR
                 WHERE ACCOUNT_NUMBER = :AS-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY '(CBSALMNT) SUBSCRIPTION DELETED. ACCOUNT='
                   AS-ACCOUNT-NUMBER
              WHEN 100
                 SET CBSAL-SUBSCR-NOTFOUND TO TRUE
                 MOVE 'NO ALERT SUBSCRIPTION ON ACCOUNT'
                   TO CBSAL-REASON
              WHEN OTHER
                 SET CBSAL-DB2FAIL TO TRUE
                 MOVE 'SUBSCRIPTION DELETE FAILED' TO CBSAL-REASON
                 DISPLAY '(CBSALMNT) DELETE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.
