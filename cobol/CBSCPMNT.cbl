      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSCPMNT
      ******************************************************************
      * COMPLAINT-CASE MAINTAIN. Complaints about a bounced payment, a
      * dormancy flag or a refused claim lived in branch spreadsheets
      * and the regulator's complaints return was rebuilt from email.
      * Linkage-callable in the CBSHLMNT mold, this keeps the
      * CBS_COMPLAINT_CASE register:
      *
      *  - open: a case is logged against any of a CUID, an account,
      *    a POLICYNUMBER or a CLAIMNUMBER - at least one, and each
      *    one given must exist - with a category from the
      *    regulator's list and a description. The case belongs to
      *    the branch named, or the account's BASE_BRANCH when none
      *    is named. Its final-response deadline is WK-SLA-DAYS
      *    business days after the opening date on CBS_PROC_CALENDAR,
      *    falling back to WK-SLA-FALLBACK-DAYS calendar days when
      *    the calendar is not loaded that far ahead (the CBSSIEXE
      *    convention). CASE-ID comes from COMPLAINT_CASE_SEQ and is
      *    handed back with the deadline;
      *  - update: an OPEN case takes a new category, description,
      *    root cause or redress amount as the investigation goes;
      *  - close: an OPEN case is closed with its outcome (upheld,
      *    partly upheld, rejected), the root cause found and the
      *    redress paid, stamped with the closing date.
      *
      * Update and close carry the UPD_TIMESTAMP read into the
      * UPDATE's WHERE clause, so two handlers working one case
      * cannot silently overwrite each other. Each call is its own
      * commit/rollback unit of work and acts under the current date
      * as the business date.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSCP-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCPMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WS-REF-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BASE-BRANCH               PIC X(20).
       01 WS-CATEGORY                  PIC X(10).
          88 WS-CATEGORY-VALID         VALUE 'PAYMENTS' 'ACCOUNTS'
                                             'LENDING' 'CLAIMS'
                                             'POLICY' 'SERVICE'
                                             'OTHER'.
       01 WK-CONSTANTS.
          05 WK-CASE-OPEN             PIC X(10) VALUE 'OPEN'.
          05 WK-CASE-CLOSED           PIC X(10) VALUE 'CLOSED'.
          05 WK-NOT-CLOSED            PIC X(10) VALUE '9999-12-31'.
      * Final-response SLA: business days on CBS_PROC_CALENDAR, and
      * the calendar-day equivalent used past the loaded calendar.
          05 WK-SLA-DAYS              PIC S9(4) USAGE COMP VALUE 15.
          05 WK-SLA-FALLBACK-DAYS     PIC S9(4) USAGE COMP VALUE 21.
      ******************************************************************
      * PATH : .../Cobol Include/CBSCPCS.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCBS-COMPLAINT-CASE.
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
             INCLUDE CBSCPCS
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSCPRES.
      * PATH : .../Cobol Include/CBSCPRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSCP-COMPLAINT-MAINT-AREA.

       PROCEDURE DIVISION USING CBSCP-COMPLAINT-MAINT-AREA.
       MAIN-PARA.
           SET CBSCP-SUCCESS TO TRUE.
           MOVE SPACES TO CBSCP-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSCP-SUCCESS
              EXIT PROGRAM
           END-IF.
           PERFORM FETCH-BUSINESS-DATE.
           IF CBSCP-SUCCESS
              EVALUATE TRUE
                 WHEN CBSCP-FN-OPEN
                    PERFORM OPEN-COMPLAINT-CASE
                 WHEN CBSCP-FN-UPDATE
                    PERFORM UPDATE-COMPLAINT-CASE
                 WHEN CBSCP-FN-CLOSE
                    PERFORM CLOSE-COMPLAINT-CASE
                 WHEN OTHER
                    SET CBSCP-BADREQUEST TO TRUE
                    MOVE 'INVALID FUNCTION CODE' TO CBSCP-REASON
              END-EVALUATE
           END-IF.
           IF CBSCP-SUCCESS
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
           MOVE CBSCP-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSCPMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSCP-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSCP-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSCP-REASON
           END-IF.

      ******************************************************************
       FETCH-BUSINESS-DATE.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-TODAY
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCP-DB2FAIL TO TRUE
              MOVE 'DATE LOOKUP FAILED' TO CBSCP-REASON
              DISPLAY '(CBSCPMNT) DATE LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * OPEN-COMPLAINT-CASE logs a new case once its references,
      * category and owning branch check out.
       OPEN-COMPLAINT-CASE.
           MOVE SPACES TO WS-BASE-BRANCH.
           IF CBSCP-CUID = 0 AND CBSCP-ACCOUNT-NUMBER = 0
              AND CBSCP-POLICYNUMBER = 0 AND CBSCP-CLAIMNUMBER = 0
              SET CBSCP-BADREQUEST TO TRUE
              MOVE 'NO CUSTOMER, ACCOUNT, POLICY OR CLAIM GIVEN'
                TO CBSCP-REASON
           END-IF.
           IF CBSCP-SUCCESS
              MOVE CBSCP-CATEGORY TO WS-CATEGORY
              IF NOT WS-CATEGORY-VALID
                 SET CBSCP-BADREQUEST TO TRUE
                 MOVE 'COMPLAINT CATEGORY INVALID' TO CBSCP-REASON
              END-IF
           END-IF.
           IF CBSCP-SUCCESS
              PERFORM VERIFY-CASE-REFERENCES
           END-IF.
           IF CBSCP-SUCCESS
              IF CBSCP-BRANCH-NAME = SPACES OR LOW-VALUES
                 MOVE WS-BASE-BRANCH TO CBSCP-BRANCH-NAME
              END-IF
              IF CBSCP-BRANCH-NAME = SPACES OR LOW-VALUES
                 SET CBSCP-BADREQUEST TO TRUE
                 MOVE 'BRANCH NAME MISSING' TO CBSCP-REASON
              END-IF
           END-IF.
           IF CBSCP-SUCCESS
              PERFORM COMPUTE-RESPONSE-DEADLINE
           END-IF.
           IF CBSCP-SUCCESS
              PERFORM GET-CASE-ID-AND-INSERT
           END-IF.

      ******************************************************************
      * VERIFY-CASE-REFERENCES checks that every reference given
      * exists: the CUID on the bank CUSTOMER (by its LMTEST
      * qualifier, the CBSXMTCH convention), the account on
      * CBS_ACCT_MSTR_DTL (whose BASE_BRANCH becomes the default
      * owner), the policy on POLICY and the claim on CLAIM.
       VERIFY-CASE-REFERENCES.
           IF CBSCP-CUID NOT = 0
              MOVE CBSCP-CUID TO CC-CUID
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-REF-COUNT
                     FROM LMTEST.CUSTOMER
                    WHERE CUID = :CC-CUID
              END-EXEC
              MOVE 'CUSTOMER NOT FOUND' TO CBSCP-REASON
              PERFORM CHECK-REFERENCE-COUNT
           END-IF.
           IF CBSCP-SUCCESS AND CBSCP-ACCOUNT-NUMBER NOT = 0
              MOVE CBSCP-ACCOUNT-NUMBER TO CC-ACCOUNT-NUMBER
              EXEC SQL
                   SELECT BASE_BRANCH
                     INTO :WS-BASE-BRANCH
                     FROM CBS_ACCT_MSTR_DTL
                    WHERE ACCOUNT_NUMBER = :CC-ACCOUNT-NUMBER
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    SET CBSCP-REF-NOTFOUND TO TRUE
                    MOVE 'ACCOUNT NOT FOUND' TO CBSCP-REASON
                 WHEN OTHER
                    SET CBSCP-DB2FAIL TO TRUE
                    MOVE 'ACCOUNT LOOKUP FAILED' TO CBSCP-REASON
                    DISPLAY '(CBSCPMNT) ACCOUNT LOOKUP FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.
           IF CBSCP-SUCCESS AND CBSCP-POLICYNUMBER NOT = 0
              MOVE CBSCP-POLICYNUMBER TO CC-POLICYNUMBER
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-REF-COUNT
                     FROM POLICY
                    WHERE POLICYNUMBER = :CC-POLICYNUMBER
              END-EXEC
              MOVE 'POLICY NOT FOUND' TO CBSCP-REASON
              PERFORM CHECK-REFERENCE-COUNT
           END-IF.
           IF CBSCP-SUCCESS AND CBSCP-CLAIMNUMBER NOT = 0
              MOVE CBSCP-CLAIMNUMBER TO CC-CLAIMNUMBER
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-REF-COUNT
                     FROM CLAIM
                    WHERE CLAIMNUMBER = :CC-CLAIMNUMBER
              END-EXEC
              MOVE 'CLAIM NOT FOUND' TO CBSCP-REASON
              PERFORM CHECK-REFERENCE-COUNT
           END-IF.

      ******************************************************************
      * CHECK-REFERENCE-COUNT judges the existence count just read.
      * The caller has already put the not-found text in the reason;
      * it is cleared again when the reference is there.
       CHECK-REFERENCE-COUNT.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSCP-DB2FAIL TO TRUE
                 MOVE 'REFERENCE LOOKUP FAILED' TO CBSCP-REASON
                 DISPLAY '(CBSCPMNT) REFERENCE LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-REF-COUNT = 0
                 SET CBSCP-REF-NOTFOUND TO TRUE
              WHEN OTHER
                 MOVE SPACES TO CBSCP-REASON
           END-EVALUATE.

      ******************************************************************
      * COMPUTE-RESPONSE-DEADLINE finds the WK-SLA-DAYS'th business
      * day after today on CBS_PROC_CALENDAR - the business day with
      * exactly that many business days after today up to and
      * including itself. Past the loaded calendar the deadline falls
      * back to WK-SLA-FALLBACK-DAYS calendar days.
       COMPUTE-RESPONSE-DEADLINE.
           MOVE WS-TODAY TO CC-OPENED-DATE.
           EXEC SQL
                SELECT COALESCE(MIN(C.CAL_DATE),
                                DATE(:CC-OPENED-DATE)
                                + :WK-SLA-FALLBACK-DAYS DAYS)
                  INTO :CC-DEADLINE-DATE
                  FROM CBS_PROC_CALENDAR C
                 WHERE C.BUSINESS_DAY_FLAG = 'Y'
                   AND C.CAL_DATE > :CC-OPENED-DATE
                   AND ( SELECT COUNT(*)
                           FROM CBS_PROC_CALENDAR D
                          WHERE D.BUSINESS_DAY_FLAG = 'Y'
                            AND D.CAL_DATE > :CC-OPENED-DATE
                            AND D.CAL_DATE <= C.CAL_DATE )
                       = :WK-SLA-DAYS
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCP-DB2FAIL TO TRUE
              MOVE 'DEADLINE CALCULATION FAILED' TO CBSCP-REASON
              DISPLAY '(CBSCPMNT) DEADLINE CALCULATION FAILED.'
                ' SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
       GET-CASE-ID-AND-INSERT.
           EXEC SQL
                SELECT NEXT VALUE FOR COMPLAINT_CASE_SEQ
                  INTO :CC-CASE-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET CBSCP-DB2FAIL TO TRUE
              MOVE 'SEQUENCE FETCH FAILED' TO CBSCP-REASON
              DISPLAY '(CBSCPMNT) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE CBSCP-CUID           TO CC-CUID
              MOVE CBSCP-ACCOUNT-NUMBER TO CC-ACCOUNT-NUMBER
              MOVE CBSCP-POLICYNUMBER   TO CC-POLICYNUMBER
              MOVE CBSCP-CLAIMNUMBER    TO CC-CLAIMNUMBER
              MOVE CBSCP-BRANCH-NAME    TO CC-BRANCH-NAME
              MOVE CBSCP-CATEGORY       TO CC-CATEGORY
              MOVE CBSCP-DESCRIPTION    TO CC-DESCRIPTION
              MOVE CBSCP-ROOT-CAUSE     TO CC-ROOT-CAUSE
              MOVE 0                    TO CC-REDRESS-PAID
              MOVE WK-CASE-OPEN         TO CC-CASE-STATUS
              MOVE SPACE                TO CC-OUTCOME
              MOVE WK-NOT-CLOSED        TO CC-CLOSED-DATE
              MOVE CBSCP-UPD-USERID     TO CC-UPD-USERID
              EXEC SQL
                   INSERT INTO CBS_COMPLAINT_CASE
                          ( CASE_ID , CUID , ACCOUNT_NUMBER ,
                            POLICYNUMBER , CLAIMNUMBER , BRANCH_NAME ,
                            CATEGORY , DESCRIPTION , ROOT_CAUSE ,
                            REDRESS_PAID , CASE_STATUS , OUTCOME ,
                            OPENED_DATE , DEADLINE_DATE , CLOSED_DATE ,
                            UPD_USERID , UPD_TIMESTAMP )
                   VALUES
                          ( :CC-CASE-ID , :CC-CUID ,
                            :CC-ACCOUNT-NUMBER , :CC-POLICYNUMBER ,
                            :CC-CLAIMNUMBER , :CC-BRANCH-NAME ,
                            :CC-CATEGORY , :CC-DESCRIPTION ,
                            :CC-ROOT-CAUSE , :CC-REDRESS-PAID ,
                            :CC-CASE-STATUS , :CC-OUTCOME ,
                            :CC-OPENED-DATE , :CC-DEADLINE-DATE ,
                            :CC-CLOSED-DATE , :CC-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET CBSCP-DB2FAIL TO TRUE
                 MOVE 'CASE INSERT FAILED' TO CBSCP-REASON
                 DISPLAY '(CBSCPMNT) INSERT FAILED. SQLCODE=' SQLCODE
              ELSE
                 MOVE CC-CASE-ID       TO CBSCP-CASE-ID
                 MOVE CC-DEADLINE-DATE TO CBSCP-DEADLINE-DATE
              END-IF
           END-IF.

      ******************************************************************
       UPDATE-COMPLAINT-CASE.
           PERFORM FETCH-OPEN-CASE.
           IF CBSCP-SUCCESS
              PERFORM APPLY-CASE-CHANGES
           END-IF.
           IF CBSCP-SUCCESS
              PERFORM REWRITE-CASE
           END-IF.

      ******************************************************************
      * CLOSE-COMPLAINT-CASE applies any last changes, then wants a
      * valid outcome and a root cause before the case may close.
       CLOSE-COMPLAINT-CASE.
           PERFORM FETCH-OPEN-CASE.
           IF CBSCP-SUCCESS
              PERFORM APPLY-CASE-CHANGES
           END-IF.
           IF CBSCP-SUCCESS
              EVALUATE TRUE
                 WHEN NOT CBSCP-OUTCOME-VALID
                    SET CBSCP-BADREQUEST TO TRUE
                    MOVE 'OUTCOME MUST BE U, P OR R' TO CBSCP-REASON
                 WHEN CC-ROOT-CAUSE = SPACES OR LOW-VALUES
                    SET CBSCP-BADREQUEST TO TRUE
                    MOVE 'ROOT CAUSE MISSING' TO CBSCP-REASON
                 WHEN OTHER
                    MOVE WK-CASE-CLOSED TO CC-CASE-STATUS
                    MOVE CBSCP-OUTCOME  TO CC-OUTCOME
                    MOVE WS-TODAY       TO CC-CLOSED-DATE
                    PERFORM REWRITE-CASE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * FETCH-OPEN-CASE reads the case by CASE-ID; a closed case
      * takes no further changes.
       FETCH-OPEN-CASE.
           MOVE CBSCP-CASE-ID TO CC-CASE-ID.
           EXEC SQL
                SELECT CATEGORY, DESCRIPTION, ROOT_CAUSE,
                       REDRESS_PAID, CASE_STATUS, OUTCOME,
                       DEADLINE_DATE, CLOSED_DATE, UPD_TIMESTAMP
                  INTO :CC-CATEGORY, :CC-DESCRIPTION, :CC-ROOT-CAUSE,
                       :CC-REDRESS-PAID, :CC-CASE-STATUS, :CC-OUTCOME,
                       :CC-DEADLINE-DATE, :CC-CLOSED-DATE,
                       :CC-UPD-TIMESTAMP
                  FROM CBS_COMPLAINT_CASE
                 WHERE CASE_ID = :CC-CASE-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE CC-DEADLINE-DATE TO CBSCP-DEADLINE-DATE
                 IF CC-CASE-STATUS NOT = WK-CASE-OPEN
                    SET CBSCP-CASE-CLOSED TO TRUE
                    MOVE 'CASE IS ALREADY CLOSED' TO CBSCP-REASON
                 END-IF
              WHEN 100
                 SET CBSCP-CASE-NOTFOUND TO TRUE
                 MOVE 'CASE NOT FOUND' TO CBSCP-REASON
              WHEN OTHER
                 SET CBSCP-DB2FAIL TO TRUE
                 MOVE 'CASE LOOKUP FAILED' TO CBSCP-REASON
                 DISPLAY '(CBSCPMNT) CASE LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * APPLY-CASE-CHANGES lays the caller's non-blank fields over the
      * case as read; the redress amount only when flagged as given,
      * so a zero redress can be recorded deliberately.
       APPLY-CASE-CHANGES.
           IF CBSCP-CATEGORY NOT = SPACES AND LOW-VALUES
              MOVE CBSCP-CATEGORY TO WS-CATEGORY
              IF WS-CATEGORY-VALID
                 MOVE CBSCP-CATEGORY TO CC-CATEGORY
              ELSE
                 SET CBSCP-BADREQUEST TO TRUE
                 MOVE 'COMPLAINT CATEGORY INVALID' TO CBSCP-REASON
              END-IF
           END-IF.
           IF CBSCP-SUCCESS AND CBSCP-REDRESS-GIVEN
              IF CBSCP-REDRESS-PAID < 0
                 SET CBSCP-AMOUNT-INVALID TO TRUE
                 MOVE 'REDRESS AMOUNT MAY NOT BE NEGATIVE'
                   TO CBSCP-REASON
              ELSE
                 MOVE CBSCP-REDRESS-PAID TO CC-REDRESS-PAID
              END-IF
           END-IF.
           IF CBSCP-SUCCESS
              IF CBSCP-DESCRIPTION NOT = SPACES AND LOW-VALUES
                 MOVE CBSCP-DESCRIPTION TO CC-DESCRIPTION
              END-IF
              IF CBSCP-ROOT-CAUSE NOT = SPACES AND LOW-VALUES
                 MOVE CBSCP-ROOT-CAUSE TO CC-ROOT-CAUSE
              END-IF
           END-IF.

      ******************************************************************
      * REWRITE-CASE writes the changed case back under the
      * UPD_TIMESTAMP read by FETCH-OPEN-CASE; a zero-row update is
      * another handler's change landing first.
       REWRITE-CASE.
           MOVE CBSCP-UPD-USERID TO CC-UPD-USERID.
           EXEC SQL
                UPDATE CBS_COMPLAINT_CASE
                   SET CATEGORY = :CC-CATEGORY ,
                       DESCRIPTION = :CC-DESCRIPTION ,
                       ROOT_CAUSE = :CC-ROOT-CAUSE ,
                       REDRESS_PAID = :CC-REDRESS-PAID ,
                       CASE_STATUS = :CC-CASE-STATUS ,
                       OUTCOME = :CC-OUTCOME ,
                       CLOSED_DATE = :CC-CLOSED-DATE ,
                       UPD_USERID = :CC-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CASE_ID = :CC-CASE-ID
                   AND UPD_TIMESTAMP = :CC-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSCP-CASE-NOTFOUND TO TRUE
                 MOVE 'CASE CHANGED BY ANOTHER USER - RETRY'
                   TO CBSCP-REASON
              WHEN OTHER
                 SET CBSCP-DB2FAIL TO TRUE
                 MOVE 'CASE UPDATE FAILED' TO CBSCP-REASON
                 DISPLAY '(CBSCPMNT) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.
