      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGCUSMNT
      ******************************************************************
      * INSURANCE-CUSTOMER-MAINTAIN. LGPOLADD will only write a policy
      * for a CUSTOMERNUMBER already on the GenApp CUSTOMER table and
      * LGCUSAUT will only log in a customer with a CUSTOMER_SECURE
      * row, yet nothing in this system ever wrote either table - new
      * policyholders were keyed through the legacy CICS region. This
      * is the insurance side's TCSCUSC1, linkage-callable:
      *
      *  - create validates the applicant (names and address present,
      *    DATEOFBIRTH a real ISO date for an adult of no more than
      *    120, POSTCODE in postcode form, EMAILADDRESS - when given -
      *    in mailbox form), refuses a possible duplicate the way
      *    TCSCUSC1's CHECK-DUPLICATE-CUSTOMER does (same name and
      *    date of birth already held) unless the operator overrides
      *    it, assigns CUSTOMERNUMBER from CUSTOMERNUMBER_SEQ and
      *    inserts the CUSTOMER row and its CUSTOMER_SECURE row
      *    (initial password, STATE_INDICATOR 'A', counts zero) as
      *    one unit of work. Bank customers of the same name with no
      *    active link are then proposed on CUST_XREF_PROPQ for a
      *    CUST_ID_XREF link, scored as CBSXMTCH scores them (60 for
      *    the name, 100 when the postcode also appears in the bank
      *    address), so back office can confirm the link through
      *    CBSXPRPD straight away instead of waiting for the batch;
      *  - update lays the non-blank fields over the stored row,
      *    validating each one supplied, and keeps the row as it
      *    stood on INS_CUSTOMER_HIST in the same unit of work. When
      *    the address moved, the customer's undeliverable
      *    insurance-side ('I') CUST_RETURNED_MAIL rows are cleared,
      *    as TCSCUSC1 clears the bank side's, and the history row is
      *    what LGPAYHLD's payout cooling-off check finds.
      *
      * The two customer tables are both called CUSTOMER; the bank
      * side is addressed by its LMTEST qualifier and the insurance
      * side by the plan's default qualifier, the CBSIDXRM
      * convention. Before anything is read or changed the operator
      * must be entitled to the function on CBS_ROLE_ENTITLEMENT -
      * the shared CBSENTCK check - and a refusal returns
      * LGCU-NOT-ENTITLED with the attempt already on the staff
      * security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCUSMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WS-CHECKED-DATE              PIC X(10).
       01 WS-CURR-YEAR                 PIC 9(4).
       01 WS-DOB-YEAR                  PIC 9(4).
       01 WS-AGE                       PIC S9(4) USAGE COMP VALUE 0.
       01 WS-DUPLICATE-COUNT           PIC S9(9) USAGE COMP VALUE 0.
      * Null indicator for DATEOFBIRTH: -1 when the row holds none.
       01 WS-DOB-IND                   PIC S9(4) USAGE COMP VALUE 0.
       01 WS-SCAN-IDX                  PIC S9(4) USAGE COMP VALUE 0.
       01 WS-FIELD-LEN                 PIC S9(4) USAGE COMP VALUE 0.
       01 WS-SPACE-COUNT               PIC S9(4) USAGE COMP VALUE 0.
       01 WS-AT-COUNT                  PIC S9(4) USAGE COMP VALUE 0.
       01 WS-AT-POS                    PIC S9(4) USAGE COMP VALUE 0.
       01 WS-DOT-SWITCH                PIC X VALUE 'N'.
          88 WS-DOT-AFTER-AT           VALUE 'Y'.
       01 WS-CHAR                      PIC X(1).
          88 WS-CHAR-DIGIT             VALUE '0' THRU '9'.
          88 WS-CHAR-LETTER            VALUE 'A' THRU 'I'
                                             'J' THRU 'R'
                                             'S' THRU 'Z'.
       01 WS-BAD-CHAR-SWITCH           PIC X VALUE 'N'.
          88 WS-BAD-CHAR-FOUND         VALUE 'Y'.
       01 WS-POSTCODE                  PIC X(8).
      * The applicant's name assembled the bank's way - FIRSTNAME and
      * LASTNAME blank-trimmed with one space between - in a VARCHAR
      * so the CHAR padding never reaches the comparison.
       01 WS-FIRST-LEN                 PIC S9(4) USAGE COMP VALUE 0.
       01 WS-LAST-LEN                  PIC S9(4) USAGE COMP VALUE 0.
       01 WS-BANK-NAME.
          49 WS-BANK-NAME-LEN         PIC S9(4) USAGE COMP.
          49 WS-BANK-NAME-TXT         PIC X(60).
       01 WS-BANK-CUID                 PIC S9(9) USAGE COMP.
       01 WS-BANK-ADDRESS              PIC X(250).
       01 WS-PCODE-LEN                 PIC S9(4) USAGE COMP VALUE 0.
       01 WS-MATCH-SWITCH              PIC X VALUE 'N'.
          88 WS-POSTCODE-MATCHED       VALUE 'Y'.
       01 WS-BEST-SCORE                PIC S9(4) USAGE COMP VALUE 0.
       01 WS-BANK-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-BANK-END-OF-CURSOR     VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-STATE-ACTIVE          PIC X(1) VALUE 'A'.
          05 WK-CHANGE-UPDATE         PIC X(1) VALUE 'U'.
          05 WK-KEY-INSURANCE         PIC X(1) VALUE 'I'.
          05 WK-MAIL-UNDELIVERABLE    PIC X(1) VALUE 'U'.
          05 WK-MAIL-CLEARED          PIC X(1) VALUE 'C'.
          05 WK-MIN-AGE               PIC S9(4) USAGE COMP VALUE 18.
          05 WK-MAX-AGE               PIC S9(4) USAGE COMP VALUE 120.
          05 WK-SCORE-NAME-ONLY       PIC S9(4) USAGE COMP VALUE 60.
          05 WK-SCORE-NAME-PCODE      PIC S9(4) USAGE COMP
             VALUE 100.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 CUST-STATUS-ACTIVE    PIC X(1)  VALUE 'A'.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy / LGCUSHST / CBSIDXRF /
      *        CBSXPQUE / CUSTRTML
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DB2-CUSTOMER.  01 DB2-CUSTOMER-SECURE.
      *01  DCLINS-CUSTOMER-HIST.  01 DCLCUST-XREF-PROPQ.
      *01  DCLCUST-RETURNED-MAIL.
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
             INCLUDE LGPOLICY
           END-EXEC.

           EXEC SQL
             INCLUDE LGCUSHST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSIDXRF
           END-EXEC.

           EXEC SQL
             INCLUDE CBSXPQUE
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTRTML
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

      * ACTIVE bank customers of the applicant's name with no active
      * link and no pending proposal - the CBSXMTCH candidate rule
      * seen from the insurance side.
           EXEC SQL
             DECLARE BANKMATCHCSR CURSOR FOR
                SELECT A.CUID, A.ADDRESS
                  FROM LMTEST.CUSTOMER A
                 WHERE A.CUSTNAME = :WS-BANK-NAME
                   AND A.STATUS = :CUST-STATUS-ACTIVE
                   AND NOT EXISTS
                       ( SELECT 1 FROM CUST_ID_XREF X
                          WHERE X.CUID = A.CUID
                            AND X.LINK_STATUS = 'A' )
                   AND NOT EXISTS
                       ( SELECT 1 FROM CUST_XREF_PROPQ Q
                          WHERE Q.CUID = A.CUID
                            AND Q.REVIEW_STATUS = 'P' )
                 ORDER BY A.CUID
           END-EXEC.

       LINKAGE SECTION.
           COPY LGCUMRES.
      * PATH : .../Cobol Include/LGCUMRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LGCU-CUSTOMER-MAINT-AREA.

       PROCEDURE DIVISION USING LGCU-CUSTOMER-MAINT-AREA.
       MAIN-PARA.
           SET LGCU-SUCCESS TO TRUE.
           MOVE SPACES TO LGCU-REASON.
           MOVE 0 TO LGCU-DUPLICATE-NUMBER.
           MOVE 0 TO LGCU-PROPOSAL-COUNT.
           MOVE 0 TO LGCU-PROPOSED-CUID.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LGCU-SUCCESS
              EXIT PROGRAM
           END-IF.
           PERFORM FETCH-BUSINESS-DATE.
           IF LGCU-SUCCESS
              EVALUATE TRUE
                 WHEN LGCU-FN-CREATE
                    PERFORM CREATE-INSURED-CUSTOMER
                 WHEN LGCU-FN-UPDATE
                    PERFORM UPDATE-INSURED-CUSTOMER
                 WHEN OTHER
                    SET LGCU-BADFUNCTION TO TRUE
                    MOVE 'INVALID FUNCTION CODE' TO LGCU-REASON
              END-EVALUATE
           END-IF.
           IF LGCU-SUCCESS
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
           MOVE LGCU-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGCUSMNT' TO CBSEN-PROGRAM-NAME.
           MOVE LGCU-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LGCU-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LGCU-REASON
           END-IF.

      ******************************************************************
       FETCH-BUSINESS-DATE.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-TODAY
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LGCU-DB2FAIL TO TRUE
              MOVE 'DATE LOOKUP FAILED' TO LGCU-REASON
              DISPLAY '(LGCUSMNT) DATE LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * CREATE-INSURED-CUSTOMER validates the applicant, checks for a
      * duplicate, inserts CUSTOMER and CUSTOMER_SECURE, then
      * proposes the bank-side links.
       CREATE-INSURED-CUSTOMER.
           MOVE LGCU-FIRSTNAME    TO DB2-FIRSTNAME.
           MOVE LGCU-LASTNAME     TO DB2-LASTNAME.
           MOVE LGCU-DATEOFBIRTH  TO DB2-DATEOFBIRTH.
           MOVE LGCU-HOUSENAME    TO DB2-HOUSENAME.
           MOVE LGCU-HOUSENUMBER  TO DB2-HOUSENUMBER.
           MOVE LGCU-POSTCODE     TO DB2-POSTCODE.
           MOVE LGCU-PHONEHOME    TO DB2-PHONE-HOME.
           MOVE LGCU-PHONEMOBILE  TO DB2-PHONE-MOBILE.
           MOVE LGCU-EMAILADDRESS TO DB2-EMAIL-ADDRESS.
           EVALUATE TRUE
              WHEN DB2-FIRSTNAME = SPACES OR LOW-VALUES
                 OR DB2-LASTNAME = SPACES OR LOW-VALUES
                 SET LGCU-VALIDFAIL TO TRUE
                 MOVE 'FIRST AND LAST NAME REQUIRED' TO LGCU-REASON
              WHEN DB2-HOUSENAME = SPACES AND DB2-HOUSENUMBER = SPACES
                 SET LGCU-VALIDFAIL TO TRUE
                 MOVE 'HOUSE NAME OR NUMBER REQUIRED' TO LGCU-REASON
              WHEN DB2-DATEOFBIRTH = SPACES OR LOW-VALUES
                 SET LGCU-VALIDFAIL TO TRUE
                 MOVE 'DATE OF BIRTH REQUIRED' TO LGCU-REASON
              WHEN DB2-POSTCODE = SPACES OR LOW-VALUES
                 SET LGCU-VALIDFAIL TO TRUE
                 MOVE 'POSTCODE REQUIRED' TO LGCU-REASON
              WHEN LGCU-INITIAL-PASSWORD = SPACES OR LOW-VALUES
                 SET LGCU-VALIDFAIL TO TRUE
                 MOVE 'INITIAL PASSWORD REQUIRED' TO LGCU-REASON
              WHEN OTHER
                 PERFORM VALIDATE-DATE-OF-BIRTH
           END-EVALUATE.
           IF LGCU-SUCCESS
              PERFORM VALIDATE-POSTCODE
           END-IF.
           IF LGCU-SUCCESS
              AND DB2-EMAIL-ADDRESS NOT = SPACES AND LOW-VALUES
              PERFORM VALIDATE-EMAIL-ADDRESS
           END-IF.
           IF LGCU-SUCCESS AND NOT LGCU-DUP-OVERRIDDEN
              PERFORM CHECK-DUPLICATE-INSURED
           END-IF.
           IF LGCU-SUCCESS
              PERFORM GET-CUSTOMERNUMBER-AND-INSERT
           END-IF.
           IF LGCU-SUCCESS
              PERFORM PROPOSE-XREF-LINKS
           END-IF.

      ******************************************************************
      * VALIDATE-DATE-OF-BIRTH wants an ISO YYYY-MM-DD date DB2 itself
      * accepts (no 30 February), not in the future, for an adult
      * policyholder no older than WK-MAX-AGE.
       VALIDATE-DATE-OF-BIRTH.
           IF DB2-DATEOFBIRTH(1:4) IS NUMERIC
              AND DB2-DATEOFBIRTH(5:1) = '-'
              AND DB2-DATEOFBIRTH(6:2) IS NUMERIC
              AND DB2-DATEOFBIRTH(8:1) = '-'
              AND DB2-DATEOFBIRTH(9:2) IS NUMERIC
              EXEC SQL
                   SELECT CHAR(DATE(:DB2-DATEOFBIRTH), ISO)
                     INTO :WS-CHECKED-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              MOVE -180 TO SQLCODE
           END-IF.
           IF SQLCODE NOT = 0
              SET LGCU-VALIDFAIL TO TRUE
              MOVE 'INVALID DATE OF BIRTH' TO LGCU-REASON
           ELSE
              MOVE WS-TODAY(1:4) TO WS-CURR-YEAR
              MOVE DB2-DATEOFBIRTH(1:4) TO WS-DOB-YEAR
              COMPUTE WS-AGE = WS-CURR-YEAR - WS-DOB-YEAR
              IF WS-TODAY(6:5) < DB2-DATEOFBIRTH(6:5)
                 SUBTRACT 1 FROM WS-AGE
              END-IF
              EVALUATE TRUE
                 WHEN DB2-DATEOFBIRTH > WS-TODAY
                    SET LGCU-VALIDFAIL TO TRUE
                    MOVE 'DATE OF BIRTH IN THE FUTURE' TO LGCU-REASON
                 WHEN WS-AGE < WK-MIN-AGE
                    SET LGCU-VALIDFAIL TO TRUE
                    MOVE 'POLICYHOLDER MUST BE AN ADULT'
                      TO LGCU-REASON
                 WHEN WS-AGE > WK-MAX-AGE
                    SET LGCU-VALIDFAIL TO TRUE
                    MOVE 'CUSTOMER AGE OUT OF RANGE' TO LGCU-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * VALIDATE-POSTCODE folds the postcode to upper case and wants
      * the postcode form: a letter first, then letters and digits
      * with at most one embedded space, five to eight characters,
      * ending in the digit-letter-letter inward code.
       VALIDATE-POSTCODE.
           MOVE DB2-POSTCODE TO WS-POSTCODE.
           INSPECT WS-POSTCODE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE WS-POSTCODE TO DB2-POSTCODE.
           MOVE 0 TO WS-FIELD-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 8 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-FIELD-LEN > 0
              IF WS-POSTCODE(WS-SCAN-IDX:1) NOT = SPACE
                 MOVE WS-SCAN-IDX TO WS-FIELD-LEN
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-BAD-CHAR-SWITCH.
           MOVE 0 TO WS-SPACE-COUNT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FIELD-LEN
              MOVE WS-POSTCODE(WS-SCAN-IDX:1) TO WS-CHAR
              EVALUATE TRUE
                 WHEN WS-CHAR = SPACE
                    ADD 1 TO WS-SPACE-COUNT
                 WHEN WS-CHAR-DIGIT OR WS-CHAR-LETTER
                    CONTINUE
                 WHEN OTHER
                    SET WS-BAD-CHAR-FOUND TO TRUE
              END-EVALUATE
           END-PERFORM.
           IF WS-FIELD-LEN < 5
              SET WS-BAD-CHAR-FOUND TO TRUE
           ELSE
              MOVE WS-POSTCODE(1:1) TO WS-CHAR
              IF NOT WS-CHAR-LETTER
                 SET WS-BAD-CHAR-FOUND TO TRUE
              END-IF
              MOVE WS-POSTCODE(WS-FIELD-LEN - 2:1) TO WS-CHAR
              IF NOT WS-CHAR-DIGIT
                 SET WS-BAD-CHAR-FOUND TO TRUE
              END-IF
              MOVE WS-POSTCODE(WS-FIELD-LEN - 1:1) TO WS-CHAR
              IF NOT WS-CHAR-LETTER
                 SET WS-BAD-CHAR-FOUND TO TRUE
              END-IF
              MOVE WS-POSTCODE(WS-FIELD-LEN:1) TO WS-CHAR
              IF NOT WS-CHAR-LETTER
                 SET WS-BAD-CHAR-FOUND TO TRUE
              END-IF
           END-IF.
           IF WS-BAD-CHAR-FOUND OR WS-SPACE-COUNT > 1
              SET LGCU-VALIDFAIL TO TRUE
              MOVE 'INVALID POSTCODE' TO LGCU-REASON
           END-IF.

      ******************************************************************
      * VALIDATE-EMAIL-ADDRESS wants the mailbox form: no embedded
      * blank, exactly one '@' with something before it, and a '.'
      * in the domain after it, neither next to the '@' nor last.
       VALIDATE-EMAIL-ADDRESS.
           MOVE 0 TO WS-FIELD-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 100 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-FIELD-LEN > 0
              IF DB2-EMAIL-ADDRESS(WS-SCAN-IDX:1) NOT = SPACE
                 MOVE WS-SCAN-IDX TO WS-FIELD-LEN
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-SPACE-COUNT.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT DB2-EMAIL-ADDRESS(1:WS-FIELD-LEN)
                   TALLYING WS-SPACE-COUNT FOR ALL SPACE
                            WS-AT-COUNT FOR ALL '@'.
           MOVE 0 TO WS-AT-POS.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-FIELD-LEN OR WS-AT-POS > 0
              IF DB2-EMAIL-ADDRESS(WS-SCAN-IDX:1) = '@'
                 MOVE WS-SCAN-IDX TO WS-AT-POS
              END-IF
           END-PERFORM.
           MOVE 'N' TO WS-DOT-SWITCH.
           IF WS-AT-POS > 0
              COMPUTE WS-SCAN-IDX = WS-AT-POS + 2
              PERFORM VARYING WS-SCAN-IDX FROM WS-SCAN-IDX BY 1
                      UNTIL WS-SCAN-IDX >= WS-FIELD-LEN
                         OR WS-DOT-AFTER-AT
                 IF DB2-EMAIL-ADDRESS(WS-SCAN-IDX:1) = '.'
                    SET WS-DOT-AFTER-AT TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-SPACE-COUNT > 0 OR WS-AT-COUNT NOT = 1
              OR WS-AT-POS < 2 OR NOT WS-DOT-AFTER-AT
              SET LGCU-VALIDFAIL TO TRUE
              MOVE 'INVALID EMAIL ADDRESS' TO LGCU-REASON
           END-IF.

      ******************************************************************
      * CHECK-DUPLICATE-INSURED looks for a customer already held
      * under the same name and date of birth, so two branches keying
      * the same proposal form don't each get a CUSTOMERNUMBER. A
      * match is refused, naming the customer found, for the operator
      * to check - a genuine namesake is let through on override.
       CHECK-DUPLICATE-INSURED.
           EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(CUSTOMERNUMBER), 0)
                  INTO :WS-DUPLICATE-COUNT, :LGCU-DUPLICATE-NUMBER
                  FROM CUSTOMER
                 WHERE FIRSTNAME = :DB2-FIRSTNAME
                   AND LASTNAME = :DB2-LASTNAME
                   AND DATEOFBIRTH = DATE(:DB2-DATEOFBIRTH)
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET LGCU-DB2FAIL TO TRUE
                 MOVE 'DUPLICATE CHECK FAILED' TO LGCU-REASON
                 DISPLAY '(LGCUSMNT) DUPLICATE CHECK FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-DUPLICATE-COUNT > 0
                 SET LGCU-POSSDUP TO TRUE
                 MOVE 'POSSIBLE DUPLICATE - SAME NAME/DATE OF BIRTH'
                   TO LGCU-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * GET-CUSTOMERNUMBER-AND-INSERT assigns CUSTOMERNUMBER from
      * CUSTOMERNUMBER_SEQ (the POLICY_SEQ pattern) and inserts the
      * customer with its CUSTOMER_SECURE row - a customer who cannot
      * log in never survives.
       GET-CUSTOMERNUMBER-AND-INSERT.
           EXEC SQL
                SELECT NEXT VALUE FOR CUSTOMERNUMBER_SEQ
                  INTO :LGCU-CUSTOMERNUMBER
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LGCU-DB2FAIL TO TRUE
              MOVE 'CUSTOMER SEQUENCE FETCH FAILED' TO LGCU-REASON
              DISPLAY '(LGCUSMNT) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   INSERT INTO CUSTOMER
                          ( CUSTOMERNUMBER ,
                            FIRSTNAME ,
                            LASTNAME ,
                            DATEOFBIRTH ,
                            HOUSENAME ,
                            HOUSENUMBER ,
                            POSTCODE ,
                            PHONEHOME ,
                            PHONEMOBILE ,
                            EMAILADDRESS )
                   VALUES
                          ( :LGCU-CUSTOMERNUMBER ,
                            :DB2-FIRSTNAME ,
                            :DB2-LASTNAME ,
                            :DB2-DATEOFBIRTH ,
                            :DB2-HOUSENAME ,
                            :DB2-HOUSENUMBER ,
                            :DB2-POSTCODE ,
                            :DB2-PHONE-HOME ,
                            :DB2-PHONE-MOBILE ,
                            :DB2-EMAIL-ADDRESS )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET LGCU-DB2FAIL TO TRUE
                 MOVE 'CUSTOMER INSERT FAILED' TO LGCU-REASON
                 DISPLAY '(LGCUSMNT) CUSTOMER INSERT FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 PERFORM INSERT-CUSTOMER-SECURE-ROW
              END-IF
           END-IF.

      ******************************************************************
       INSERT-CUSTOMER-SECURE-ROW.
           MOVE LGCU-CUSTOMERNUMBER   TO DB2-CS-CustomerNumber.
           MOVE LGCU-INITIAL-PASSWORD TO DB2-CS-CustomerPass.
           MOVE WK-STATE-ACTIVE       TO DB2-CS-StateIndicator.
           MOVE 0                     TO DB2-CS-PassChanges.
           MOVE 0                     TO DB2-CS-FailedAttempts.
           EXEC SQL
                INSERT INTO CUSTOMER_SECURE
                       ( CUSTOMERNUMBER ,
                         CUSTOMERPASS ,
                         STATE_INDICATOR ,
                         PASS_CHANGES ,
                         FAILED_ATTEMPTS )
                VALUES
                       ( :DB2-CS-CustomerNumber ,
                         :DB2-CS-CustomerPass ,
                         :DB2-CS-StateIndicator ,
                         :DB2-CS-PassChanges ,
                         :DB2-CS-FailedAttempts )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LGCU-DB2FAIL TO TRUE
              MOVE 'CUSTOMER_SECURE INSERT FAILED' TO LGCU-REASON
              DISPLAY '(LGCUSMNT) SECURE INSERT FAILED. SQLCODE='
                SQLCODE
           ELSE
              DISPLAY '(LGCUSMNT) CUSTOMER ADDED. NUMBER='
                DB2-CS-CustomerNumber
           END-IF.

      ******************************************************************
      * PROPOSE-XREF-LINKS assembles the applicant's name the bank's
      * way and parks a CUST_XREF_PROPQ proposal for each matching
      * bank customer, in the same unit of work as the create.
       PROPOSE-XREF-LINKS.
           MOVE 0 TO WS-FIRST-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 10 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-FIRST-LEN > 0
              IF DB2-FIRSTNAME(WS-SCAN-IDX:1) NOT = SPACE
                 MOVE WS-SCAN-IDX TO WS-FIRST-LEN
              END-IF
           END-PERFORM.
           MOVE 0 TO WS-LAST-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 20 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-LAST-LEN > 0
              IF DB2-LASTNAME(WS-SCAN-IDX:1) NOT = SPACE
                 MOVE WS-SCAN-IDX TO WS-LAST-LEN
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BANK-NAME-TXT.
           STRING DB2-FIRSTNAME(1:WS-FIRST-LEN) ' '
                   DB2-LASTNAME(1:WS-LAST-LEN)
                   DELIMITED BY SIZE
                   INTO WS-BANK-NAME-TXT
           END-STRING.
           COMPUTE WS-BANK-NAME-LEN = WS-FIRST-LEN + 1 + WS-LAST-LEN.
           MOVE 0 TO WS-BEST-SCORE.
           MOVE 'N' TO WS-BANK-EOF-SWITCH.
           EXEC SQL
                OPEN BANKMATCHCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LGCU-DB2FAIL TO TRUE
              MOVE 'LINK MATCH CURSOR OPEN FAILED' TO LGCU-REASON
              DISPLAY '(LGCUSMNT) MATCH CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM FETCH-NEXT-BANK-MATCH
              PERFORM UNTIL WS-BANK-END-OF-CURSOR
                 PERFORM QUEUE-ONE-PROPOSAL
                 PERFORM FETCH-NEXT-BANK-MATCH
              END-PERFORM
              EXEC SQL
                   CLOSE BANKMATCHCSR
              END-EXEC
           END-IF.

      ******************************************************************
       FETCH-NEXT-BANK-MATCH.
           EXEC SQL
                FETCH BANKMATCHCSR
                 INTO :WS-BANK-CUID, :WS-BANK-ADDRESS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-BANK-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 SET LGCU-DB2FAIL TO TRUE
                 MOVE 'LINK MATCH FETCH FAILED' TO LGCU-REASON
                 DISPLAY '(LGCUSMNT) MATCH FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-BANK-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * QUEUE-ONE-PROPOSAL scores the bank customer - the name already
      * matched; the postcode inside the bank address lifts it to the
      * confident band - and parks the proposal for back office. The
      * best-scoring CUID is handed back to the caller.
       QUEUE-ONE-PROPOSAL.
           PERFORM CHECK-POSTCODE-IN-ADDRESS.
           EXEC SQL
                SELECT NEXT VALUE FOR XREF_PROP_SEQ
                  INTO :XP-PROP-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LGCU-DB2FAIL TO TRUE
              MOVE 'PROPOSAL SEQUENCE FETCH FAILED' TO LGCU-REASON
              DISPLAY '(LGCUSMNT) PROPOSAL SEQUENCE FAILED. SQLCODE='
                SQLCODE
              SET WS-BANK-END-OF-CURSOR TO TRUE
           ELSE
              MOVE WS-BANK-CUID TO XP-CUID
              MOVE LGCU-CUSTOMERNUMBER TO XP-CUSTOMERNUMBER
              IF WS-POSTCODE-MATCHED
                 MOVE WK-SCORE-NAME-PCODE TO XP-MATCH-SCORE
              ELSE
                 MOVE WK-SCORE-NAME-ONLY TO XP-MATCH-SCORE
              END-IF
              MOVE LGCU-UPD-USERID TO XP-REVIEW-USERID
              EXEC SQL
                   INSERT INTO CUST_XREF_PROPQ
                          ( PROP_ID ,
                            CUID ,
                            CUSTOMERNUMBER ,
                            MATCH_SCORE ,
                            REVIEW_STATUS ,
                            REVIEW_USERID ,
                            QUEUE_TIMESTAMP ,
                            REVIEW_TIMESTAMP )
                   VALUES
                          ( :XP-PROP-ID ,
                            :XP-CUID ,
                            :XP-CUSTOMERNUMBER ,
                            :XP-MATCH-SCORE ,
                            'P' ,
                            :XP-REVIEW-USERID ,
                            CURRENT TIMESTAMP ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET LGCU-DB2FAIL TO TRUE
                 MOVE 'PROPOSAL INSERT FAILED' TO LGCU-REASON
                 DISPLAY '(LGCUSMNT) PROPOSAL INSERT FAILED. SQLCODE='
                   SQLCODE
                 SET WS-BANK-END-OF-CURSOR TO TRUE
              ELSE
                 ADD 1 TO LGCU-PROPOSAL-COUNT
                 IF XP-MATCH-SCORE > WS-BEST-SCORE
                    MOVE XP-MATCH-SCORE TO WS-BEST-SCORE
                    MOVE XP-CUID TO LGCU-PROPOSED-CUID
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-POSTCODE-IN-ADDRESS scans the bank ADDRESS for the
      * applicant's trimmed postcode, the CBSXMTCH scan.
       CHECK-POSTCODE-IN-ADDRESS.
           MOVE 'N' TO WS-MATCH-SWITCH.
           MOVE 0 TO WS-PCODE-LEN.
           PERFORM VARYING WS-SCAN-IDX FROM 8 BY -1
                   UNTIL WS-SCAN-IDX < 1 OR WS-PCODE-LEN > 0
              IF DB2-POSTCODE(WS-SCAN-IDX:1) NOT = SPACE
                 MOVE WS-SCAN-IDX TO WS-PCODE-LEN
              END-IF
           END-PERFORM.
           IF WS-PCODE-LEN > 0
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                      UNTIL WS-SCAN-IDX > 250 - WS-PCODE-LEN + 1
                         OR WS-POSTCODE-MATCHED
                 IF WS-BANK-ADDRESS(WS-SCAN-IDX:WS-PCODE-LEN) =
                    DB2-POSTCODE(1:WS-PCODE-LEN)
                    SET WS-POSTCODE-MATCHED TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

      ******************************************************************
      * UPDATE-INSURED-CUSTOMER reads the row, lays the supplied
      * fields over it, keeps the before-image and rewrites it; an
      * address move also clears the returned-mail block.
       UPDATE-INSURED-CUSTOMER.
           PERFORM FETCH-INSURED-CUSTOMER.
           IF LGCU-SUCCESS
              PERFORM APPLY-CUSTOMER-CHANGES
           END-IF.
           IF LGCU-SUCCESS
              PERFORM WRITE-CUSTOMER-HISTORY-ROW
           END-IF.
           IF LGCU-SUCCESS
              PERFORM REWRITE-INSURED-CUSTOMER
           END-IF.
           IF LGCU-SUCCESS
              AND ( DB2-HOUSENAME NOT = IH-HOUSENAME
                 OR DB2-HOUSENUMBER NOT = IH-HOUSENUMBER
                 OR DB2-POSTCODE NOT = IH-POSTCODE )
              PERFORM CLEAR-RETURNED-MAIL
           END-IF.

      ******************************************************************
      * FETCH-INSURED-CUSTOMER reads the row as it stands into the
      * history image; the GenApp columns are nullable and come back
      * as spaces when empty.
       FETCH-INSURED-CUSTOMER.
           MOVE LGCU-CUSTOMERNUMBER TO IH-CUSTOMERNUMBER.
           EXEC SQL
                SELECT COALESCE(FIRSTNAME, ' '),
                       COALESCE(LASTNAME, ' '),
                       DATEOFBIRTH,
                       COALESCE(HOUSENAME, ' '),
                       COALESCE(HOUSENUMBER, ' '),
                       COALESCE(POSTCODE, ' '),
                       COALESCE(PHONEHOME, ' '),
                       COALESCE(PHONEMOBILE, ' '),
                       COALESCE(EMAILADDRESS, ' ')
                  INTO :IH-FIRSTNAME, :IH-LASTNAME,
                       :IH-DATEOFBIRTH :WS-DOB-IND,
                       :IH-HOUSENAME, :IH-HOUSENUMBER, :IH-POSTCODE,
                       :IH-PHONEHOME, :IH-PHONEMOBILE,
                       :IH-EMAILADDRESS
                  FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :IH-CUSTOMERNUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-DOB-IND < 0
                    MOVE SPACES TO IH-DATEOFBIRTH
                 END-IF
              WHEN 100
                 SET LGCU-NOTFOUND TO TRUE
                 MOVE 'CUSTOMER NOT FOUND' TO LGCU-REASON
              WHEN OTHER
                 SET LGCU-DB2FAIL TO TRUE
                 MOVE 'CUSTOMER LOOKUP FAILED' TO LGCU-REASON
                 DISPLAY '(LGCUSMNT) CUSTOMER LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * APPLY-CUSTOMER-CHANGES starts from the stored row and lays
      * each non-blank field over it, validating the date of birth,
      * postcode and email address only when they are being changed.
       APPLY-CUSTOMER-CHANGES.
           MOVE IH-FIRSTNAME    TO DB2-FIRSTNAME.
           MOVE IH-LASTNAME     TO DB2-LASTNAME.
           MOVE IH-DATEOFBIRTH  TO DB2-DATEOFBIRTH.
           MOVE IH-HOUSENAME    TO DB2-HOUSENAME.
           MOVE IH-HOUSENUMBER  TO DB2-HOUSENUMBER.
           MOVE IH-POSTCODE     TO DB2-POSTCODE.
           MOVE IH-PHONEHOME    TO DB2-PHONE-HOME.
           MOVE IH-PHONEMOBILE  TO DB2-PHONE-MOBILE.
           MOVE IH-EMAILADDRESS TO DB2-EMAIL-ADDRESS.
           IF LGCU-FIRSTNAME NOT = SPACES AND LOW-VALUES
              MOVE LGCU-FIRSTNAME TO DB2-FIRSTNAME
           END-IF.
           IF LGCU-LASTNAME NOT = SPACES AND LOW-VALUES
              MOVE LGCU-LASTNAME TO DB2-LASTNAME
           END-IF.
           IF LGCU-HOUSENAME NOT = SPACES AND LOW-VALUES
              MOVE LGCU-HOUSENAME TO DB2-HOUSENAME
           END-IF.
           IF LGCU-HOUSENUMBER NOT = SPACES AND LOW-VALUES
              MOVE LGCU-HOUSENUMBER TO DB2-HOUSENUMBER
           END-IF.
           IF LGCU-PHONEHOME NOT = SPACES AND LOW-VALUES
              MOVE LGCU-PHONEHOME TO DB2-PHONE-HOME
           END-IF.
           IF LGCU-PHONEMOBILE NOT = SPACES AND LOW-VALUES
              MOVE LGCU-PHONEMOBILE TO DB2-PHONE-MOBILE
           END-IF.
           IF LGCU-DATEOFBIRTH NOT = SPACES AND LOW-VALUES
              MOVE LGCU-DATEOFBIRTH TO DB2-DATEOFBIRTH
              PERFORM VALIDATE-DATE-OF-BIRTH
           END-IF.
           IF LGCU-SUCCESS
              AND LGCU-POSTCODE NOT = SPACES AND LOW-VALUES
              MOVE LGCU-POSTCODE TO DB2-POSTCODE
              PERFORM VALIDATE-POSTCODE
           END-IF.
           IF LGCU-SUCCESS
              AND LGCU-EMAILADDRESS NOT = SPACES AND LOW-VALUES
              MOVE LGCU-EMAILADDRESS TO DB2-EMAIL-ADDRESS
              PERFORM VALIDATE-EMAIL-ADDRESS
           END-IF.

      ******************************************************************
      * WRITE-CUSTOMER-HISTORY-ROW keeps the row as it stood before
      * this change, in the same unit of work as the change itself.
      * A failed insert fails the update so the UOW rolls back.
       WRITE-CUSTOMER-HISTORY-ROW.
           MOVE WK-CHANGE-UPDATE TO IH-CHANGE-TYPE.
           MOVE LGCU-UPD-USERID  TO IH-CHANGE-USERID.
           EXEC SQL
                INSERT INTO INS_CUSTOMER_HIST
                       ( CUSTOMERNUMBER ,
                         FIRSTNAME ,
                         LASTNAME ,
                         DATEOFBIRTH ,
                         HOUSENAME ,
                         HOUSENUMBER ,
                         POSTCODE ,
                         PHONEHOME ,
                         PHONEMOBILE ,
                         EMAILADDRESS ,
                         CHANGE_TYPE ,
                         CHANGE_USERID ,
                         CHANGE_TIMESTAMP )
                VALUES
                       ( :IH-CUSTOMERNUMBER ,
                         :IH-FIRSTNAME ,
                         :IH-LASTNAME ,
                         :IH-DATEOFBIRTH ,
                         :IH-HOUSENAME ,
                         :IH-HOUSENUMBER ,
                         :IH-POSTCODE ,
                         :IH-PHONEHOME ,
                         :IH-PHONEMOBILE ,
                         :IH-EMAILADDRESS ,
                         :IH-CHANGE-TYPE ,
                         :IH-CHANGE-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LGCU-DB2FAIL TO TRUE
              MOVE 'CUSTOMER HISTORY INSERT FAILED' TO LGCU-REASON
              DISPLAY '(LGCUSMNT) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * REWRITE-INSURED-CUSTOMER writes the changed row back; a date
      * of birth still not held stays NULL.
       REWRITE-INSURED-CUSTOMER.
           IF DB2-DATEOFBIRTH = SPACES
              MOVE -1 TO WS-DOB-IND
           ELSE
              MOVE 0 TO WS-DOB-IND
           END-IF.
           EXEC SQL
                UPDATE CUSTOMER
                   SET FIRSTNAME = :DB2-FIRSTNAME ,
                       LASTNAME = :DB2-LASTNAME ,
                       DATEOFBIRTH = :DB2-DATEOFBIRTH :WS-DOB-IND ,
                       HOUSENAME = :DB2-HOUSENAME ,
                       HOUSENUMBER = :DB2-HOUSENUMBER ,
                       POSTCODE = :DB2-POSTCODE ,
                       PHONEHOME = :DB2-PHONE-HOME ,
                       PHONEMOBILE = :DB2-PHONE-MOBILE ,
                       EMAILADDRESS = :DB2-EMAIL-ADDRESS
                 WHERE CUSTOMERNUMBER = :IH-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LGCU-DB2FAIL TO TRUE
              MOVE 'CUSTOMER UPDATE FAILED' TO LGCU-REASON
              DISPLAY '(LGCUSMNT) CUSTOMER UPDATE FAILED. SQLCODE='
                SQLCODE
           ELSE
              DISPLAY '(LGCUSMNT) CUSTOMER UPDATED. NUMBER='
                LGCU-CUSTOMERNUMBER
           END-IF.

      ******************************************************************
      * CLEAR-RETURNED-MAIL: the customer has given a new address, so
      * the insurance-side items returned to the old one no longer
      * stop their mail - every open 'U' row on CUST_RETURNED_MAIL
      * for the CUSTOMERNUMBER is set to 'C'. No open row (SQLCODE
      * 100) is the usual case; any other failure fails the update.
       CLEAR-RETURNED-MAIL.
           MOVE WK-KEY-INSURANCE    TO RM-KEY-TYPE.
           MOVE IH-CUSTOMERNUMBER   TO RM-CUSTOMER-KEY.
           MOVE LGCU-UPD-USERID     TO RM-UPD-USERID.
           EXEC SQL
                UPDATE CUST_RETURNED_MAIL
                   SET MAIL_STATUS = :WK-MAIL-CLEARED ,
                       UPD_USERID = :RM-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE KEY_TYPE = :RM-KEY-TYPE
                   AND CUSTOMER_KEY = :RM-CUSTOMER-KEY
                   AND MAIL_STATUS = :WK-MAIL-UNDELIVERABLE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY '(LGCUSMNT) RETURNED-MAIL FLAG CLEARED.'
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET LGCU-DB2FAIL TO TRUE
                 MOVE 'RETURNED MAIL CLEAR FAILED' TO LGCU-REASON
                 DISPLAY '(LGCUSMNT) RETURNED MAIL CLEAR FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.
