       01 WS-OPEN-ACCT-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WK-FEED-ID                   PIC X(8) VALUE 'CUSTOUT'.
       01 WK-POSSDUP-USERID            PIC X(10) VALUE 'TCSCUSC1'.
       01 WK-SCREEN-USERID             PIC X(10) VALUE 'TCSCUSC1'.
      * Watch-list screen of the applicant, CALLed just before the
      * insert on both create paths - see TCSCSANS.
           COPY CUSTSNRS.
       01 WK-LINK-USERID               PIC X(10) VALUE 'TCSCUSC1'.
       01 WK-CONTACT-USERID            PIC X(10) VALUE 'TCSCUSC1'.
       01 WS-CONTACT-CHANNEL           PIC X(1).
       01 WK-HIST-USERID               PIC X(10) VALUE 'TCSCUSC1'.
      * Returned-mail register: an address change on UPDATE-CUSTOMER
      * clears the customer's undeliverable ('U') rows to 'C'.
       01 WK-RETMAIL-USERID            PIC X(10) VALUE 'TCSCUSC1'.
       01 WK-MAIL-UNDELIVERABLE        PIC X(1) VALUE 'U'.
       01 WK-MAIL-CLEARED              PIC X(1) VALUE 'C'.
       01 WK-KEY-BANK                  PIC X(1) VALUE 'B'.
      * Marketing consent (L-TRANS-CONSENT): the date the customer
      * answered, defaulted to today, and the capture source stamped
      * on the survivor's history row when a merge hands it the
      * duplicate's consent.
       01 WK-CONSENT-USERID            PIC X(10) VALUE 'TCSCUSC1'.
       01 WK-MERGE-CONSENT-SOURCE      PIC X(10) VALUE 'MERGE'.
       01 WS-CONSENT-DATE              PIC X(10).
      * Tax declaration (L-TRANS-TAX-STATUS): the date the signed
      * declaration was received, defaulted to today.
       01 WK-TAX-USERID                PIC X(10) VALUE 'TCSCUSC1'.
       01 WS-TAX-DECL-DATE             PIC X(10).
      * Staff entitlement check made before any transaction is
      * dispatched - see CBSENRES.
       01 WK-TRANS-CREATE              PIC X(1) VALUE 'C'.
           COPY CBSENRES.
      * 'U' update or 'X' close - the CHANGE_TYPE stamped on the
      * CUSTOMER_HIST before-image row.
       01 WS-CHANGE-TYPE               PIC X(1).
       01 WS-GUARDIAN-STATUS           PIC X(1).
      * Customer merge (L-TRANS-MERGE): the survivor taking over the
      * duplicate L-CUSTOMER-ID, and the survivor CUID carried onto
      * the duplicate's close row in CUSTOMER_HIST (0 on every other
      * history row).
       01 WK-MERGE-USERID              PIC X(10) VALUE 'TCSCUSC1'.
       01 WS-SURVIVOR-ID               PIC S9(9) USAGE COMP.
       01 WS-SURVIVOR-STATUS           PIC X(1).
       01 WS-MERGED-INTO-CUID          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-MERGE-ACCT-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-MERGE-ROW-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-VICTIM-DISPLAY            PIC 9(9).
       01 WS-SURVIVOR-DISPLAY          PIC 9(9).
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-MERGE-EOF-SWITCH          PIC X VALUE 'N'.
          88 WS-MERGE-END-OF-CURSOR    VALUE 'Y'.
       01 WS-MINOR-LINK-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CURRENT-DATE              PIC X(10).
       01 WS-CURR-YEAR                 PIC 9(4).
           COPY CBSFEEDC.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
      * A customer owns an account as its primary holder
      * (CUSTOMER_ID) or as an ACTIVE joint holder or signatory on
      * CBS_ACCT_PARTY; the close path counts both.
       01 WK-PARTY-ACTIVE              PIC X(10) VALUE 'ACTIVE'.
      * Work areas for the cascade close: CBSBSDG takes the account
      * number via CBSBS-ACCOUNT-AREA and, with CBSBS-RULE-COUNT left
      * at zero, loads STATUS-RULES-FILE itself on each CALL, the same
             INCLUDE CUSTHST
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTMCON
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTMCHS
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTTAXS
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTMRG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTRTML
           END-EXEC.

      * ACTIVE accounts still held by the customer being closed, for
      * the cascade-close path. Only accounts the customer holds
      * alone are deregistered: an account with any other ACTIVE
      * party is co-owned, stays open and so blocks the close.
           EXEC SQL
             DECLARE CUSTACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :CUSTOMER-ID
                   AND A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID <> :CUSTOMER-ID
                            AND P.PARTY_STATUS = :WK-PARTY-ACTIVE )
           END-EXEC.

      * Every account the duplicate holds, in any status, as primary
      * holder or on any CBS_ACCT_PARTY row - the accounts a merge
      * re-points to the survivor.
           EXEC SQL
             DECLARE MERGEACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER, A.CUSTOMER_ID,
                       A.ACCOUNT_STATUS, A.UPD_TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :CUSTOMER-ID
                    OR EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID = :CUSTOMER-ID )
                 ORDER BY A.ACCOUNT_NUMBER
           END-EXEC.

       LINKAGE SECTION.
           END-IF.
           PERFORM WRITE-FEED-HEADER.

           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           EVALUATE TRUE
              WHEN CUST-RETURN-CODE = CUSTOMER-NOTENTITLED
                 PERFORM REFUSE-NOT-ENTITLED
              WHEN L-TRANS-UPDATE
                 PERFORM UPDATE-CUSTOMER
              WHEN L-TRANS-CLOSE
                 PERFORM CREATE-MINOR-CUSTOMER
              WHEN L-TRANS-CONTACT
                 PERFORM MAINTAIN-CONTACT-DETAILS
              WHEN L-TRANS-MERGE
                 PERFORM MERGE-CUSTOMER
              WHEN L-TRANS-CONSENT
                 PERFORM MAINTAIN-MARKETING-CONSENT
              WHEN L-TRANS-TAX-STATUS
                 PERFORM MAINTAIN-TAX-STATUS
              WHEN OTHER
                 PERFORM CREATE-CUSTOMER
           END-EVALUATE.
           CLOSE OUT-FILE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether
      * L-OPERATOR-USERID may drive this transaction code; anything
      * not dispatched elsewhere is a create and is checked as one.
      * A refusal comes back already written to
      * CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE L-OPERATOR-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'TCSCUSC1' TO CBSEN-PROGRAM-NAME.
           IF L-TRANS-UPDATE OR L-TRANS-CLOSE OR L-TRANS-MINOR
              OR L-TRANS-CONTACT OR L-TRANS-MERGE OR L-TRANS-CONSENT
              OR L-TRANS-TAX-STATUS
              MOVE L-TRANS-CODE TO CBSEN-FUNCTION-CODE
           ELSE
              MOVE WK-TRANS-CREATE TO CBSEN-FUNCTION-CODE
           END-IF.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              MOVE CUSTOMER-NOTENTITLED TO CUST-RETURN-CODE
              MOVE 0 TO L-CUSTOMER-SQLCODE
              MOVE CBSEN-REASON TO L-CUSTOMER-REASON
           END-IF.

      ******************************************************************
      * REFUSE-NOT-ENTITLED records the refused transaction on the
      * audit feed like any other failed one; nothing else is read.
       REFUSE-NOT-ENTITLED.
           MOVE L-CUSTOMER-ID TO CUSTOMER-ID.
           DISPLAY '(TCSCUSC1) REQUEST REFUSED. REASON='
             L-CUSTOMER-REASON.
           MOVE 'REFUSED - OPERATOR NOT ENTITLED' TO OF-STATUS-TEXT.
           PERFORM WRITE-OUTFILE.

      ******************************************************************
      * WRITE-FEED-HEADER/WRITE-FEED-TRAILER wrap OUT-FILE in the
      * standard CBSFEEDC control records. The file is produced per
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-DUPLICATE-CUSTOMER
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              MOVE 0 TO SNS-GUARDIAN-ID
              PERFORM SCREEN-APPLICANT
           END-IF.
           EVALUATE CUST-RETURN-CODE
              WHEN CUSTOMER-VALIDFAIL
                 DISPLAY
                 DISPLAY
                   '(TCSCUSC1) POSSIBLE DUPLICATE CUSTOMER. REASON='
                   L-CUSTOMER-REASON
              WHEN CUSTOMER-SANCTHIT
                 DISPLAY
                   '(TCSCUSC1) POSSIBLE WATCH-LIST MATCH. REASON='
                   L-CUSTOMER-REASON
              WHEN CUSTOMER-DB2FAIL
                 DISPLAY
                   '(TCSCUSC1) PRE-INSERT CHECK FAILED. REASON='
                   L-CUSTOMER-REASON
              WHEN OTHER
                 PERFORM GET-CUSTOMER-ID-AND-INSERT
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-DUPLICATE-CUSTOMER
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              MOVE L-GUARDIAN-ID TO SNS-GUARDIAN-ID
              PERFORM SCREEN-APPLICANT
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM GET-CUSTOMER-ID-AND-INSERT
           END-IF.
              END-IF
           END-IF.
      ******************************************************************
      * SCREEN-APPLICANT runs the applicant past the sanctions and
      * watch lists (TCSCSANS) once every other check has passed. A
      * possible match has already been parked on CUST_SCREEN_QUEUE
      * for compliance; here it refuses the create, and a minor's
      * guardian travels with the parked application.
       SCREEN-APPLICANT.
           MOVE CUSTOMER-NAME    TO SNS-CUSTNAME.
           MOVE CUSTOMER-ADDRESS TO SNS-ADDRESS.
           MOVE CUSTOMER-AGE     TO SNS-AGE.
           MOVE CUSTOMER-DOB     TO SNS-DOB.
           MOVE WK-SCREEN-USERID TO SNS-QUEUE-USERID.
           CALL 'TCSCSANS' USING SNS-SCREEN-AREA.
           EVALUATE TRUE
              WHEN SNS-CLEAR
                 CONTINUE
              WHEN SNS-POSSIBLE-MATCH
                 MOVE CUSTOMER-SANCTHIT TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE SNS-REASON TO L-CUSTOMER-REASON
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE SNS-REASON TO L-CUSTOMER-REASON
           END-EVALUATE.
      ******************************************************************
      * GET-CUSTOMER-ID-AND-INSERT.
      * CUSTOMER-ID is assigned from the DB2 identity/sequence
      * CUSTOMER_SEQ instead of COUNT(*), so deletes and partial batch
           END-IF.

      ******************************************************************
      * MAINTAIN-MARKETING-CONSENT records the customer's marketing
      * consent on CUST_MKTG_CONSENT - update-then-insert, as for the
      * contact details - and writes the after-image to
      * CUST_MKTG_CONSENT_HIST in the same unit of work, so the
      * register never changes without a record of what the customer
      * said, when, and where. Each channel flag is 'Y', 'N' or space
      * (leave as it stands); at least one must be given, the source
      * is required, and the consent date may not be in the future.
       MAINTAIN-MARKETING-CONSENT.
           MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE.
           MOVE L-CUSTOMER-ID TO CUSTOMER-ID.
           IF (L-POST-CONSENT NOT = 'Y' AND L-POST-CONSENT NOT = 'N'
               AND L-POST-CONSENT NOT = SPACE)
              OR (L-PHONE-CONSENT NOT = 'Y'
                  AND L-PHONE-CONSENT NOT = 'N'
                  AND L-PHONE-CONSENT NOT = SPACE)
              OR (L-EMAIL-CONSENT NOT = 'Y'
                  AND L-EMAIL-CONSENT NOT = 'N'
                  AND L-EMAIL-CONSENT NOT = SPACE)
              MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
              MOVE 0 TO L-CUSTOMER-SQLCODE
              MOVE 'INVALID CONSENT FLAG' TO L-CUSTOMER-REASON
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF L-POST-CONSENT = SPACE
                 AND L-PHONE-CONSENT = SPACE
                 AND L-EMAIL-CONSENT = SPACE
                 MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE 'NO CONSENT SUPPLIED' TO L-CUSTOMER-REASON
              END-IF
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF L-CONSENT-SOURCE = SPACES
                 MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE 'CONSENT SOURCE REQUIRED' TO L-CUSTOMER-REASON
              END-IF
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-CONSENT-DATE
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-CONSENT-CUSTOMER
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM APPLY-MARKETING-CONSENT
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM INSERT-CONSENT-HIST-ROW
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM COMMIT-CUSTOMER-CREATE
              DISPLAY '(TCSCUSC1) MARKETING CONSENT APPLIED. CUID='
                CUSTOMER-ID ' POST=' L-POST-CONSENT
                ' PHONE=' L-PHONE-CONSENT ' EMAIL=' L-EMAIL-CONSENT
              MOVE 'MARKETING CONSENT APPLIED' TO OF-STATUS-TEXT
              PERFORM WRITE-OUTFILE
           ELSE
              PERFORM ROLLBACK-CUSTOMER-CREATE
              MOVE L-CUSTOMER-SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY '(TCSCUSC1) CONSENT MAINT FAILED. SQLCODE='
                WS-SQLCODE-DISPLAY ' REASON=' L-CUSTOMER-REASON
              STRING 'CONSENT FAILED REASON=' L-CUSTOMER-REASON
                      DELIMITED BY SIZE
                      INTO OF-STATUS-TEXT
              END-STRING
              PERFORM WRITE-OUTFILE
           END-IF.

      ******************************************************************
      * CHECK-CONSENT-DATE: a blank date is today; a given one must
      * be a real ISO date no later than today.
       CHECK-CONSENT-DATE.
           IF L-CONSENT-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-CONSENT-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT CHAR(DATE(:L-CONSENT-DATE), ISO)
                     INTO :WS-CONSENT-DATE
                     FROM SYSIBM.SYSDUMMY1
                    WHERE DATE(:L-CONSENT-DATE) <= CURRENT DATE
              END-EXEC
           END-IF.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE 'CONSENT DATE IN THE FUTURE' TO L-CUSTOMER-REASON
              WHEN -180
              WHEN -181
                 MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'INVALID CONSENT DATE' TO L-CUSTOMER-REASON
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CONSENT DATE CHECK FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CONSENT DATE CHECK FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * CHECK-CONSENT-CUSTOMER: the customer must be on file. A
      * closed customer may still change consent - an opt-out is
      * honoured whatever the relationship's state.
       CHECK-CONSENT-CUSTOMER.
           EXEC SQL
                SELECT STATUS
                  INTO :CUSTOMER-STATUS
                  FROM CUSTOMER
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE CUSTOMER-NOTFOUND TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER NOT FOUND FOR CONSENT MAINT'
                   TO L-CUSTOMER-REASON
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CONSENT CUSTOMER LOOKUP FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CONSENT LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * APPLY-MARKETING-CONSENT: a channel passed as space keeps its
      * current flag on update, and is stored as space (never asked)
      * on first capture.
       APPLY-MARKETING-CONSENT.
           MOVE CUSTOMER-ID       TO MC-CUID.
           MOVE L-POST-CONSENT    TO MC-POST-CONSENT.
           MOVE L-PHONE-CONSENT   TO MC-PHONE-CONSENT.
           MOVE L-EMAIL-CONSENT   TO MC-EMAIL-CONSENT.
           MOVE WS-CONSENT-DATE   TO MC-CONSENT-DATE.
           MOVE L-CONSENT-SOURCE  TO MC-CAPTURE-SOURCE.
           MOVE WK-CONSENT-USERID TO MC-UPD-USERID.
           EXEC SQL
                UPDATE CUST_MKTG_CONSENT
                   SET POST_CONSENT =
                       CASE WHEN :MC-POST-CONSENT = ' '
                            THEN POST_CONSENT
                            ELSE :MC-POST-CONSENT END ,
                       PHONE_CONSENT =
                       CASE WHEN :MC-PHONE-CONSENT = ' '
                            THEN PHONE_CONSENT
                            ELSE :MC-PHONE-CONSENT END ,
                       EMAIL_CONSENT =
                       CASE WHEN :MC-EMAIL-CONSENT = ' '
                            THEN EMAIL_CONSENT
                            ELSE :MC-EMAIL-CONSENT END ,
                       CONSENT_DATE = DATE(:MC-CONSENT-DATE) ,
                       CAPTURE_SOURCE = :MC-CAPTURE-SOURCE ,
                       UPD_USERID = :MC-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :MC-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM INSERT-CONSENT-ROW
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CONSENT UPDATE FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CONSENT UPDATE FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-CONSENT-ROW.
           EXEC SQL
                INSERT INTO CUST_MKTG_CONSENT
                       ( CUID ,
                         POST_CONSENT ,
                         PHONE_CONSENT ,
                         EMAIL_CONSENT ,
                         CONSENT_DATE ,
                         CAPTURE_SOURCE ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :MC-CUID ,
                         :MC-POST-CONSENT ,
                         :MC-PHONE-CONSENT ,
                         :MC-EMAIL-CONSENT ,
                         DATE(:MC-CONSENT-DATE) ,
                         :MC-CAPTURE-SOURCE ,
                         :MC-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'CONSENT INSERT FAILED' TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) CONSENT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * INSERT-CONSENT-HIST-ROW copies the register row for MC-CUID,
      * as it now stands, onto CUST_MKTG_CONSENT_HIST.
       INSERT-CONSENT-HIST-ROW.
           EXEC SQL
                INSERT INTO CUST_MKTG_CONSENT_HIST
                       ( CUID ,
                         CHANGE_TIMESTAMP ,
                         POST_CONSENT ,
                         PHONE_CONSENT ,
                         EMAIL_CONSENT ,
                         CONSENT_DATE ,
                         CAPTURE_SOURCE ,
                         UPD_USERID )
                SELECT CUID ,
                       CURRENT TIMESTAMP ,
                       POST_CONSENT ,
                       PHONE_CONSENT ,
                       EMAIL_CONSENT ,
                       CONSENT_DATE ,
                       CAPTURE_SOURCE ,
                       UPD_USERID
                  FROM CUST_MKTG_CONSENT
                 WHERE CUID = :MC-CUID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'CONSENT HISTORY INSERT FAILED' TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) CONSENT HISTORY INSERT FAILED.'
                ' SQLCODE=' SQLCODE
           END-IF.

      ******************************************************************
      * MAINTAIN-TAX-STATUS records the customer's tax declaration on
      * CUST_TAX_STATUS - update-then-insert, as for the contact
      * details. The status must be 'R', 'N' or 'E'; a resident or
      * exempt declaration must carry the taxpayer identifier the
      * annual return reports; and the declaration date may not be
      * in the future. CBSINTFE withholds at the declared status's
      * rate from the next month-end.
       MAINTAIN-TAX-STATUS.
           MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE.
           MOVE L-CUSTOMER-ID TO CUSTOMER-ID.
           IF L-TAX-STATUS NOT = 'R'
              AND L-TAX-STATUS NOT = 'N'
              AND L-TAX-STATUS NOT = 'E'
              MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
              MOVE 0 TO L-CUSTOMER-SQLCODE
              MOVE 'INVALID TAX STATUS' TO L-CUSTOMER-REASON
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF L-TAX-STATUS NOT = 'N'
                 AND L-TAXPAYER-ID = SPACES
                 MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE 'TAXPAYER ID REQUIRED' TO L-CUSTOMER-REASON
              END-IF
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-TAX-DECL-DATE
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-TAX-CUSTOMER
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM APPLY-TAX-STATUS
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM COMMIT-CUSTOMER-CREATE
              DISPLAY '(TCSCUSC1) TAX STATUS APPLIED. CUID='
                CUSTOMER-ID ' STATUS=' L-TAX-STATUS
              MOVE 'TAX STATUS APPLIED' TO OF-STATUS-TEXT
              PERFORM WRITE-OUTFILE
           ELSE
              PERFORM ROLLBACK-CUSTOMER-CREATE
              MOVE L-CUSTOMER-SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY '(TCSCUSC1) TAX STATUS MAINT FAILED. SQLCODE='
                WS-SQLCODE-DISPLAY ' REASON=' L-CUSTOMER-REASON
              STRING 'TAX FAILED REASON=' L-CUSTOMER-REASON
                      DELIMITED BY SIZE
                      INTO OF-STATUS-TEXT
              END-STRING
              PERFORM WRITE-OUTFILE
           END-IF.

      ******************************************************************
      * CHECK-TAX-DECL-DATE: a blank date is today; a given one must
      * be a real ISO date no later than today.
       CHECK-TAX-DECL-DATE.
           IF L-TAX-DECL-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-TAX-DECL-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT CHAR(DATE(:L-TAX-DECL-DATE), ISO)
                     INTO :WS-TAX-DECL-DATE
                     FROM SYSIBM.SYSDUMMY1
                    WHERE DATE(:L-TAX-DECL-DATE) <= CURRENT DATE
              END-EXEC
           END-IF.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE 'DECLARATION DATE IN THE FUTURE'
                   TO L-CUSTOMER-REASON
              WHEN -180
              WHEN -181
                 MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'INVALID DECLARATION DATE' TO L-CUSTOMER-REASON
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'DECLARATION DATE CHECK FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) DECLARATION DATE CHECK FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       CHECK-TAX-CUSTOMER.
           EXEC SQL
                SELECT STATUS
                  INTO :CUSTOMER-STATUS
                  FROM CUSTOMER
                 WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE CUSTOMER-NOTFOUND TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER NOT FOUND FOR TAX STATUS MAINT'
                   TO L-CUSTOMER-REASON
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'TAX CUSTOMER LOOKUP FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) TAX LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       APPLY-TAX-STATUS.
           MOVE CUSTOMER-ID      TO TS-CUID.
           MOVE L-TAX-STATUS     TO TS-TAX-STATUS.
           MOVE L-TAXPAYER-ID    TO TS-TAXPAYER-ID.
           MOVE WS-TAX-DECL-DATE TO TS-DECLARATION-DATE.
           MOVE WK-TAX-USERID    TO TS-UPD-USERID.
           EXEC SQL
                UPDATE CUST_TAX_STATUS
                   SET TAX_STATUS = :TS-TAX-STATUS ,
                       TAXPAYER_ID = :TS-TAXPAYER-ID ,
                       DECLARATION_DATE = DATE(:TS-DECLARATION-DATE) ,
                       UPD_USERID = :TS-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :TS-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 PERFORM INSERT-TAX-STATUS-ROW
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'TAX STATUS UPDATE FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) TAX STATUS UPDATE FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-TAX-STATUS-ROW.
           EXEC SQL
                INSERT INTO CUST_TAX_STATUS
                       ( CUID ,
                         TAX_STATUS ,
                         TAXPAYER_ID ,
                         DECLARATION_DATE ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :TS-CUID ,
                         :TS-TAX-STATUS ,
                         :TS-TAXPAYER-ID ,
                         DATE(:TS-DECLARATION-DATE) ,
                         :TS-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'TAX STATUS INSERT FAILED' TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) TAX STATUS INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * UPDATE-CUSTOMER applies CUSTNAME/ADDRESS/AGE/STATUS changes to
      * the existing row identified by L-CUSTOMER-ID and writes a
      * before/after audit record to OUT-FILE.
       UPDATE-CUSTOMER.
           PERFORM UPDATE-EXISTING-CUSTOMER.
      * The before-image history insert and the row update commit or
      * roll back together, the same explicit boundary the create
      * path draws.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM COMMIT-CUSTOMER-CREATE
           ELSE
              PERFORM ROLLBACK-CUSTOMER-CREATE
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              DISPLAY 'CUSTOMER UPDATE SUCCEEDED.'
              DISPLAY 'CUSTOMER-ID IS ' CUSTOMER-ID
              STRING 'UPDATED. BEFORE NAME=' L-BEFORE-CUSTOMER-NAME
                      DELIMITED BY SIZE
                      INTO OF-STATUS-TEXT
              END-STRING
              PERFORM WRITE-OUTFILE
           ELSE
              MOVE L-CUSTOMER-SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTOMER UPDATE FAILED. SQLCODE='
                WS-SQLCODE-DISPLAY ' REASON=' L-CUSTOMER-REASON
              STRING 'UPDATE FAILED SQLCODE=' WS-SQLCODE-DISPLAY
                      ' REASON=' L-CUSTOMER-REASON
                      DELIMITED BY SIZE
                      INTO OF-STATUS-TEXT
              END-STRING
              PERFORM WRITE-OUTFILE
           END-IF.
      ******************************************************************
      * CLOSE-CUSTOMER soft-deletes the customer identified by
      * L-CUSTOMER-ID (STATUS set to 'C', CLOSED_TIMESTAMP stamped)
      * and writes the result to OUT-FILE.
       CLOSE-CUSTOMER.
           PERFORM CLOSE-EXISTING-CUSTOMER.
      * The before-image history insert and the close commit or roll
      * back together, the same explicit boundary the create path
      * draws.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM COMMIT-CUSTOMER-CREATE
           ELSE
              PERFORM ROLLBACK-CUSTOMER-CREATE
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              DISPLAY 'CUSTOMER CLOSE SUCCEEDED.'
              DISPLAY 'CUSTOMER-ID IS ' CUSTOMER-ID
              MOVE 'CLOSED' TO OF-STATUS-TEXT
              PERFORM WRITE-OUTFILE
           ELSE
              MOVE L-CUSTOMER-SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTOMER CLOSE FAILED. SQLCODE='
                WS-SQLCODE-DISPLAY ' REASON=' L-CUSTOMER-REASON
              STRING 'CLOSE FAILED SQLCODE=' WS-SQLCODE-DISPLAY
                      ' REASON=' L-CUSTOMER-REASON
                      DELIMITED BY SIZE
                      INTO OF-STATUS-TEXT
              END-STRING
              PERFORM WRITE-OUTFILE
           END-IF.
      ******************************************************************
      * PROGRAM NAME : Program:COBOL:TCSCUSCR
      * PROGRAM PATH : .../zOS Cobol/TCSCUSCR.cbl
      * STMT START LINE NUMBER : 220
      * STMT END LINE NUMBER : 244
       INSERT-NEW-CUSTOMER.
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
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              EVALUATE SQLCODE
                 WHEN -803
                    MOVE CUSTOMER-DUPLICATE TO CUST-RETURN-CODE
                    MOVE 'DUPLICATE CUSTOMER KEY' TO L-CUSTOMER-REASON
                 WHEN -904
                    MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                    MOVE 'DB2 RESOURCE NOT AVAILABLE' TO
                         L-CUSTOMER-REASON
                 WHEN OTHER
                    MOVE CUSTOMER-OPERFAIL TO CUST-RETURN-CODE
                    MOVE 'CUSTOMER INSERT FAILED' TO L-CUSTOMER-REASON
              END-EVALUATE
              DISPLAY '(TCSCUSCR) INSERT OPERATON FAILED.'
               ' SQLCODE=' SQLCODE
           ELSE
              MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE
              MOVE CUSTOMER-ID TO L-CUSTOMER-ID
              MOVE 0 TO L-CUSTOMER-SQLCODE
              MOVE SPACES TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSCR) CUSTOMER ADDED TO DATABASE.'
           END-IF.
      ******************************************************************
      * PROGRAM NAME : Program:COBOL:TCSCUSCR
      * PROGRAM PATH : .../zOS Cobol/TCSCUSCR.cbl
      * STMT START LINE NUMBER : 220 (UPDATE-CUSTOMER)
       UPDATE-EXISTING-CUSTOMER.
           MOVE L-CUSTOMER-ID TO CUSTOMER-ID.
           EXEC SQL
             SELECT CUSTNAME, ADDRESS, AGE, STATUS, DATE_OF_BIRTH
               INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS, :CUSTOMER-AGE,
                    :CUSTOMER-STATUS, :CUSTOMER-DOB :WS-DOB-IND
               FROM CUSTOMER
              WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           IF SQLCODE = 0 AND WS-DOB-IND < 0
              MOVE SPACES TO CUSTOMER-DOB
           END-IF.
           IF SQLCODE = 0
              MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE
           ELSE
              IF SQLCODE = 100
                 MOVE CUSTOMER-NOTFOUND TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER NOT FOUND FOR UPDATE'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) UPDATE SELECT FOUND NO ROW.'
                  ' SQLCODE=' SQLCODE
              ELSE
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER UPDATE SELECT FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) UPDATE SELECT FAILED.'
                  ' SQLCODE=' SQLCODE
              END-IF
           END-IF.
           IF CUST-RETURN-CODE NOT = CUSTOMER-OPERSUCC
              CONTINUE
           ELSE
              MOVE CUSTOMER-NAME    TO L-BEFORE-CUSTOMER-NAME
              MOVE CUSTOMER-ADDRESS TO L-BEFORE-CUSTOMER-ADDRESS
              MOVE CUSTOMER-AGE     TO L-BEFORE-CUSTOMER-AGE
              MOVE CUSTOMER-STATUS  TO L-BEFORE-CUSTOMER-STATUS
              MOVE 'U' TO WS-CHANGE-TYPE
              PERFORM WRITE-CUSTOMER-HISTORY-ROW
           END-IF.
      * The history insert and the row update are one unit of work -
      * a change whose before-image could not be kept does not apply,
              IF SQLCODE NOT = 0
                 MOVE CUSTOMER-OPERFAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER UPDATE FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) UPDATE OPERATION FAILED.'
                  ' SQLCODE=' SQLCODE
              ELSE
                 MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE SPACES TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CUSTOMER UPDATED IN DATABASE.'
              END-IF
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              AND L-CUSTOMER-ADDRESS NOT = L-BEFORE-CUSTOMER-ADDRESS
              PERFORM CLEAR-RETURNED-MAIL
           END-IF.

      ******************************************************************
      * CLEAR-RETURNED-MAIL: the customer has given a new address, so
      * the returned items logged against the old one no longer stop
      * their mail - every open 'U' row on CUST_RETURNED_MAIL for the
      * CUID is set to 'C' and the print programs post to them again.
      * No open row (SQLCODE 100) is the usual case. Any other
      * failure fails the update so the UOW rolls back, the same rule
      * as the history insert.
       CLEAR-RETURNED-MAIL.
           MOVE WK-KEY-BANK       TO RM-KEY-TYPE.
           MOVE CUSTOMER-ID       TO RM-CUSTOMER-KEY.
           MOVE WK-RETMAIL-USERID TO RM-UPD-USERID.
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
                 DISPLAY '(TCSCUSC1) RETURNED-MAIL FLAG CLEARED.'
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'RETURNED MAIL CLEAR FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) RETURNED MAIL CLEAR FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * WRITE-CUSTOMER-HISTORY-ROW keeps the row as it stood before
      * this change, in the same unit of work as the change itself -
      * the CBS_ACCT_AUDIT_LOG idea applied to customers. A failed
      * insert fails the whole operation so the UOW rolls back.
       WRITE-CUSTOMER-HISTORY-ROW.
           MOVE CUSTOMER-ID      TO HS-CUID.
           MOVE CUSTOMER-NAME    TO HS-CUSTNAME.
           MOVE CUSTOMER-ADDRESS TO HS-ADDRESS.
           MOVE CUSTOMER-AGE     TO HS-AGE.
           MOVE CUSTOMER-STATUS  TO HS-STATUS.
           MOVE CUSTOMER-DOB     TO HS-DATE-OF-BIRTH.
           MOVE WS-CHANGE-TYPE   TO HS-CHANGE-TYPE.
           MOVE WK-HIST-USERID   TO HS-CHANGE-USERID.
           MOVE WS-MERGED-INTO-CUID TO HS-MERGED-INTO-CUID.
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
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'CUSTOMER HISTORY INSERT FAILED'
                TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) HISTORY INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
      ******************************************************************
      * PROGRAM NAME : Program:COBOL:TCSCUSCR
      * PROGRAM PATH : .../zOS Cobol/TCSCUSCR.cbl
      * CLOSE-EXISTING-CUSTOMER checks the row exists before the
      * UPDATE, the same way UPDATE-EXISTING-CUSTOMER does - a DB2
      * UPDATE against a CUID that matches no row still returns
      * SQLCODE 0, so without this check a close of a nonexistent
      * customer would be reported as successful.
       CLOSE-EXISTING-CUSTOMER.
           MOVE L-CUSTOMER-ID TO CUSTOMER-ID.
           EXEC SQL
             SELECT CUSTNAME, ADDRESS, AGE, STATUS, DATE_OF_BIRTH
               INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS, :CUSTOMER-AGE,
                    :CUSTOMER-STATUS, :CUSTOMER-DOB :WS-DOB-IND
               FROM CUSTOMER
              WHERE CUID = :CUSTOMER-ID
           END-EXEC.
           IF SQLCODE = 0 AND WS-DOB-IND < 0
              MOVE SPACES TO CUSTOMER-DOB
           END-IF.
           IF SQLCODE = 0
              MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE
           ELSE
              IF SQLCODE = 100
                 MOVE CUSTOMER-NOTFOUND TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER NOT FOUND FOR CLOSE'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CLOSE SELECT FOUND NO ROW.'
                  ' SQLCODE=' SQLCODE
              ELSE
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER CLOSE SELECT FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CLOSE SELECT FAILED.'
                  ' SQLCODE=' SQLCODE
              END-IF
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-OPEN-ACCOUNTS
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM WARN-LINKED-MINORS
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              MOVE 'X' TO WS-CHANGE-TYPE
              PERFORM WRITE-CUSTOMER-HISTORY-ROW
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              EXEC SQL
                UPDATE CUSTOMER
                   SET STATUS = :CUST-STATUS-CLOSED ,
                       CLOSED_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CUID = :CUSTOMER-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE CUSTOMER-OPERFAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'CUSTOMER CLOSE FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CLOSE OPERATION FAILED.'
                  ' SQLCODE=' SQLCODE
              ELSE
                 MOVE CUST-STATUS-CLOSED TO L-CUSTOMER-STATUS
                 MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE SPACES TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) CUSTOMER CLOSED.'
              END-IF
           END-IF.
      ******************************************************************
      * CHECK-OPEN-ACCOUNTS refuses the close while the customer still
      * holds ACTIVE CBS_ACCT_MSTR_DTL accounts - CUSTOMER and
      * CBS_ACCT_MSTR_DTL are maintained by separate program families
      * and nothing else connects them at close time, so a closed
      * customer with live accounts was only caught days later by
      * CBSXREF. With L-CLOSE-CASCADE set the close instead
      * deregisters those accounts first through the existing CBSBSDG
      * logic. Accounts held jointly or as authorised signatory on
      * CBS_ACCT_PARTY count as held, so a joint holder cannot be
      * closed while they still co-own a live account, and the
      * cascade leaves co-owned accounts open for the other parties.
       CHECK-OPEN-ACCOUNTS.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-ACCT-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND ( A.CUSTOMER_ID = :CUSTOMER-ID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :CUSTOMER-ID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'OPEN-ACCOUNT CHECK FAILED' TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) OPEN-ACCOUNT CHECK FAILED.'
               ' SQLCODE=' SQLCODE
           ELSE
              IF WS-OPEN-ACCT-COUNT > 0
                 IF L-CLOSE-CASCADE
                    PERFORM CASCADE-DEREGISTER-ACCOUNTS
                 ELSE
                    PERFORM REFUSE-CLOSE-OPEN-ACCOUNTS
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
       REFUSE-CLOSE-OPEN-ACCOUNTS.
           MOVE CUSTOMER-OPENACCTS TO CUST-RETURN-CODE.
           MOVE 0 TO L-CUSTOMER-SQLCODE.
           MOVE 'CUSTOMER STILL HOLDS ACTIVE ACCOUNTS'
             TO L-CUSTOMER-REASON.
           DISPLAY '(TCSCUSC1) CLOSE REFUSED. ACTIVE ACCOUNTS='
             WS-OPEN-ACCT-COUNT.
      ******************************************************************
      * WARN-LINKED-MINORS flags a close that leaves minors without
      * an active guardian. The close itself proceeds - the branch
      * decides what to do with the linked minors - but the warning
      * stops it happening unnoticed.
       WARN-LINKED-MINORS.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MINOR-LINK-COUNT
                  FROM CUST_GUARDIAN_LINK
                 WHERE GUARDIAN_CUID = :CUSTOMER-ID
                   AND LINK_STATUS = 'A'
           END-EXEC.
           IF SQLCODE = 0 AND WS-MINOR-LINK-COUNT > 0
              DISPLAY '(TCSCUSC1) WARNING - CLOSING GUARDIAN WITH '
                WS-MINOR-LINK-COUNT ' LINKED MINOR(S).'
           END-IF.
      ******************************************************************
      * CASCADE-DEREGISTER-ACCOUNTS drives CBSBSDG once per ACTIVE
      * account the same way CBSBSDS drives its sweep, then re-counts:
      * an account CBSBSDG refused to deregister (compliance hold,
      * outstanding payment limit, no matching status rule) is still
      * ACTIVE and still blocks the close.
       CASCADE-DEREGISTER-ACCOUNTS.
           EXEC SQL
                OPEN CUSTACCTCSR
           END-EXEC.
           MOVE 'N' TO WS-ACCT-EOF-SWITCH.
           PERFORM FETCH-NEXT-CUSTOMER-ACCOUNT.
           PERFORM UNTIL WS-ACCT-END-OF-CURSOR
              CALL 'CBSBSDG' USING CBSBS-ACCOUNT-AREA
                                    CBSBS-RULE-XFER-AREA
              PERFORM FETCH-NEXT-CUSTOMER-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE CUSTACCTCSR
           END-EXEC.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-ACCT-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND ( A.CUSTOMER_ID = :CUSTOMER-ID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :CUSTOMER-ID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'OPEN-ACCOUNT RECHECK FAILED' TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) OPEN-ACCOUNT RECHECK FAILED.'
               ' SQLCODE=' SQLCODE
           ELSE
              IF WS-OPEN-ACCT-COUNT > 0
                 PERFORM REFUSE-CLOSE-OPEN-ACCOUNTS
              END-IF
           END-IF.
      ******************************************************************
       FETCH-NEXT-CUSTOMER-ACCOUNT.
           EXEC SQL
                FETCH CUSTACCTCSR
                 INTO :CBSBS-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 SET WS-ACCT-END-OF-CURSOR TO TRUE
                 DISPLAY '(TCSCUSC1) ACCOUNT FETCH FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.
      ******************************************************************
      * MERGE-CUSTOMER folds the duplicate L-CUSTOMER-ID into
      * L-SURVIVOR-ID as one unit of work, instead of the DBA updates
      * that used to leave CUSTOMER_HIST and CUST_ID_XREF pointing at
      * a customer who no longer existed. Every account, the contact
      * details, the marketing consent, the guardian links and the
      * insurance cross-reference move to the survivor; the
      * duplicate then goes through the
      * ordinary close (CLOSE-EXISTING-CUSTOMER) with the survivor
      * named on its CUSTOMER_HIST row, and a CUST_MERGE_LOG row
      * queues the merge for TCSCEXT's delta feed so the CRM merges
      * too. Any failure rolls the whole merge back.
       MERGE-CUSTOMER.
           MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE.
           MOVE L-CUSTOMER-ID TO CUSTOMER-ID.
           MOVE L-SURVIVOR-ID TO WS-SURVIVOR-ID.
           MOVE 0 TO WS-MERGE-ACCT-COUNT.
           PERFORM VALIDATE-MERGE.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM MOVE-MERGE-ACCOUNTS
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM MOVE-MERGE-CONTACT
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM MOVE-MERGE-CONSENT
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM MOVE-MERGE-TAX-STATUS
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM MOVE-MERGE-GUARDIAN-LINKS
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM MOVE-MERGE-XREF-LINK
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              MOVE WS-SURVIVOR-ID TO WS-MERGED-INTO-CUID
              PERFORM CLOSE-EXISTING-CUSTOMER
              MOVE 0 TO WS-MERGED-INTO-CUID
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM INSERT-MERGE-LOG-ROW
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM COMMIT-CUSTOMER-CREATE
           ELSE
              PERFORM ROLLBACK-CUSTOMER-CREATE
           END-IF.
           MOVE L-CUSTOMER-ID TO CUSTOMER-ID.
           MOVE WS-SURVIVOR-ID TO WS-SURVIVOR-DISPLAY.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              DISPLAY 'CUSTOMER MERGE SUCCEEDED.'
              DISPLAY 'CUSTOMER-ID ' CUSTOMER-ID ' MERGED INTO '
                WS-SURVIVOR-DISPLAY ' ACCOUNTS MOVED='
                WS-MERGE-ACCT-COUNT
              STRING 'MERGED INTO CUID ' WS-SURVIVOR-DISPLAY
                      DELIMITED BY SIZE
                      INTO OF-STATUS-TEXT
              END-STRING
              PERFORM WRITE-OUTFILE
           ELSE
              MOVE L-CUSTOMER-SQLCODE TO WS-SQLCODE-DISPLAY
              DISPLAY 'CUSTOMER MERGE FAILED. SQLCODE='
                WS-SQLCODE-DISPLAY ' REASON=' L-CUSTOMER-REASON
              STRING 'MERGE FAILED REASON=' L-CUSTOMER-REASON
                      DELIMITED BY SIZE
                      INTO OF-STATUS-TEXT
              END-STRING
              PERFORM WRITE-OUTFILE
           END-IF.
      ******************************************************************
      * VALIDATE-MERGE: two different CUIDs, both on file and ACTIVE,
      * and not a guardian and minor of each other - folding those
      * together would link the survivor to itself.
       VALIDATE-MERGE.
           IF WS-SURVIVOR-ID = 0
              OR WS-SURVIVOR-ID = L-CUSTOMER-ID
              MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
              MOVE 0 TO L-CUSTOMER-SQLCODE
              MOVE 'SURVIVOR CUID MISSING OR SAME AS DUPLICATE'
                TO L-CUSTOMER-REASON
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              EXEC SQL
                   SELECT STATUS
                     INTO :CUSTOMER-STATUS
                     FROM CUSTOMER
                    WHERE CUID = :CUSTOMER-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF CUSTOMER-STATUS NOT = CUST-STATUS-ACTIVE
                       MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                       MOVE 0 TO L-CUSTOMER-SQLCODE
                       MOVE 'DUPLICATE CUSTOMER IS NOT ACTIVE'
                         TO L-CUSTOMER-REASON
                    END-IF
                 WHEN 100
                    MOVE CUSTOMER-NOTFOUND TO CUST-RETURN-CODE
                    MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                    MOVE 'DUPLICATE CUSTOMER NOT FOUND FOR MERGE'
                      TO L-CUSTOMER-REASON
                 WHEN OTHER
                    MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                    MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                    MOVE 'MERGE CUSTOMER LOOKUP FAILED'
                      TO L-CUSTOMER-REASON
                    DISPLAY '(TCSCUSC1) MERGE LOOKUP FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              EXEC SQL
                   SELECT STATUS
                     INTO :WS-SURVIVOR-STATUS
                     FROM CUSTOMER
                    WHERE CUID = :WS-SURVIVOR-ID
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    IF WS-SURVIVOR-STATUS NOT = CUST-STATUS-ACTIVE
                       MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                       MOVE 0 TO L-CUSTOMER-SQLCODE
                       MOVE 'SURVIVOR CUSTOMER IS NOT ACTIVE'
                         TO L-CUSTOMER-REASON
                    END-IF
                 WHEN 100
                    MOVE CUSTOMER-NOTFOUND TO CUST-RETURN-CODE
                    MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                    MOVE 'SURVIVOR CUSTOMER NOT FOUND'
                      TO L-CUSTOMER-REASON
                 WHEN OTHER
                    MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                    MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                    MOVE 'SURVIVOR LOOKUP FAILED' TO L-CUSTOMER-REASON
                    DISPLAY '(TCSCUSC1) SURVIVOR LOOKUP FAILED.'
                      ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-MERGE-ROW-COUNT
                     FROM CUST_GUARDIAN_LINK
                    WHERE ( MINOR_CUID = :CUSTOMER-ID
                        AND GUARDIAN_CUID = :WS-SURVIVOR-ID )
                       OR ( MINOR_CUID = :WS-SURVIVOR-ID
                        AND GUARDIAN_CUID = :CUSTOMER-ID )
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE GUARDIAN CHECK FAILED'
                   TO L-CUSTOMER-REASON
              ELSE
                 IF WS-MERGE-ROW-COUNT > 0
                    MOVE CUSTOMER-VALIDFAIL TO CUST-RETURN-CODE
                    MOVE 0 TO L-CUSTOMER-SQLCODE
                    MOVE 'CUIDS ARE GUARDIAN AND MINOR OF EACH OTHER'
                      TO L-CUSTOMER-REASON
                 END-IF
              END-IF
           END-IF.
      ******************************************************************
      * MOVE-MERGE-ACCOUNTS re-points each of the duplicate's accounts
      * to the survivor, one CBS_ACCT_AUDIT_LOG row per account.
       MOVE-MERGE-ACCOUNTS.
           MOVE CUSTOMER-ID    TO WS-VICTIM-DISPLAY.
           MOVE WS-SURVIVOR-ID TO WS-SURVIVOR-DISPLAY.
           MOVE SPACES TO WS-AUDIT-REASON.
           STRING 'CUID ' WS-VICTIM-DISPLAY ' MERGED INTO '
                   WS-SURVIVOR-DISPLAY
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-REASON
           END-STRING.
           EXEC SQL
                OPEN MERGEACCTCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE ACCOUNT CURSOR OPEN FAILED'
                TO L-CUSTOMER-REASON
              SET WS-MERGE-END-OF-CURSOR TO TRUE
           ELSE
              MOVE 'N' TO WS-MERGE-EOF-SWITCH
              PERFORM FETCH-NEXT-MERGE-ACCOUNT
           END-IF.
           PERFORM UNTIL WS-MERGE-END-OF-CURSOR
              PERFORM MOVE-ONE-MERGE-ACCOUNT
              IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
                 PERFORM FETCH-NEXT-MERGE-ACCOUNT
              ELSE
                 SET WS-MERGE-END-OF-CURSOR TO TRUE
              END-IF
           END-PERFORM.
           EXEC SQL
                CLOSE MERGEACCTCSR
           END-EXEC.
      ******************************************************************
       FETCH-NEXT-MERGE-ACCOUNT.
           EXEC SQL
                FETCH MERGEACCTCSR
                 INTO :H1-ACCOUNT-NUMBER, :H1-CUSTOMER-ID,
                      :H1-ACCOUNT-STATUS, :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-MERGE-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 SET WS-MERGE-END-OF-CURSOR TO TRUE
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE ACCOUNT FETCH FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) MERGE ACCOUNT FETCH FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.
      ******************************************************************
      * MOVE-ONE-MERGE-ACCOUNT: the master row, when the duplicate is
      * the primary holder, under the UPD_TIMESTAMP check - an account
      * changed since the fetch fails the merge, which is rerun. On
      * CBS_ACCT_PARTY, when the survivor is already an ACTIVE party
      * the duplicate's ACTIVE rows are REMOVED (and the survivor's
      * row becomes the primary's if the master row now names the
      * survivor); otherwise the duplicate's rows are re-pointed.
       MOVE-ONE-MERGE-ACCOUNT.
           IF H1-CUSTOMER-ID = CUSTOMER-ID
              EXEC SQL
                   UPDATE CBS_ACCT_MSTR_DTL
                      SET CUSTOMER_ID = :WS-SURVIVOR-ID ,
                          UPD_USERID = :WK-MERGE-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                      AND UPD_TIMESTAMP = :H1-UPD-TIMESTAMP
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    MOVE CUSTOMER-OPERFAIL TO CUST-RETURN-CODE
                    MOVE 0 TO L-CUSTOMER-SQLCODE
                    MOVE 'ACCOUNT CHANGED DURING MERGE - RETRY'
                      TO L-CUSTOMER-REASON
                 WHEN OTHER
                    MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                    MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                    MOVE 'MERGE ACCOUNT UPDATE FAILED'
                      TO L-CUSTOMER-REASON
                    DISPLAY '(TCSCUSC1) MERGE ACCOUNT UPDATE FAILED.'
                      ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-MERGE-ROW-COUNT
                     FROM CBS_ACCT_PARTY
                    WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                      AND CUID = :WS-SURVIVOR-ID
                      AND PARTY_STATUS = :WK-PARTY-ACTIVE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE PARTY LOOKUP FAILED' TO L-CUSTOMER-REASON
              END-IF
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF WS-MERGE-ROW-COUNT > 0
                 EXEC SQL
                      UPDATE CBS_ACCT_PARTY
                         SET PARTY_STATUS = 'REMOVED' ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                         AND CUID = :CUSTOMER-ID
                         AND PARTY_STATUS = :WK-PARTY-ACTIVE
                 END-EXEC
                 IF SQLCODE = 0 OR SQLCODE = 100
                    IF H1-CUSTOMER-ID = CUSTOMER-ID
                       EXEC SQL
                            UPDATE CBS_ACCT_PARTY
                               SET PARTY_ROLE = 'P' ,
                                   UPD_USERID = :WK-MERGE-USERID ,
                                   UPD_TIMESTAMP = CURRENT TIMESTAMP
                             WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                               AND CUID = :WS-SURVIVOR-ID
                               AND PARTY_STATUS = :WK-PARTY-ACTIVE
                       END-EXEC
                    END-IF
                 END-IF
              ELSE
                 EXEC SQL
                      UPDATE CBS_ACCT_PARTY
                         SET CUID = :WS-SURVIVOR-ID ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                         AND CUID = :CUSTOMER-ID
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE PARTY UPDATE FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) MERGE PARTY UPDATE FAILED.'
                   ' SQLCODE=' SQLCODE
              END-IF
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM INSERT-MERGE-AUDIT-ROW
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              ADD 1 TO WS-MERGE-ACCT-COUNT
           END-IF.
      ******************************************************************
      * INSERT-MERGE-AUDIT-ROW: old and new status are the account's
      * unchanged status and REASON names both CUIDs, the CBSAPMNT
      * convention for an ownership change.
       INSERT-MERGE-AUDIT-ROW.
           MOVE H1-ACCOUNT-NUMBER TO AU-ACCOUNT-NUMBER.
           MOVE H1-ACCOUNT-STATUS TO AU-OLD-STATUS.
           MOVE H1-ACCOUNT-STATUS TO AU-NEW-STATUS.
           MOVE WK-MERGE-USERID   TO AU-UPD-USERID.
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
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE AUDIT LOG INSERT FAILED' TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) MERGE AUDIT INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
      ******************************************************************
      * MOVE-MERGE-CONTACT: CUST_CONTACT_DTL holds one row per CUID.
      * With no row of its own the survivor takes the duplicate's;
      * otherwise the survivor's details stand, any blank phone or
      * email is filled from the duplicate's, and the duplicate's row
      * is deleted.
       MOVE-MERGE-CONTACT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MERGE-ROW-COUNT
                  FROM CUST_CONTACT_DTL
                 WHERE CUID = :WS-SURVIVOR-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE CONTACT LOOKUP FAILED' TO L-CUSTOMER-REASON
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF WS-MERGE-ROW-COUNT = 0
                 EXEC SQL
                      UPDATE CUST_CONTACT_DTL
                         SET CUID = :WS-SURVIVOR-ID ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE CUID = :CUSTOMER-ID
                 END-EXEC
              ELSE
                 EXEC SQL
                      UPDATE CUST_CONTACT_DTL S
                         SET PHONE =
                             CASE WHEN S.PHONE = ' '
                                  THEN ( SELECT V.PHONE
                                           FROM CUST_CONTACT_DTL V
                                          WHERE V.CUID = :CUSTOMER-ID )
                                  ELSE S.PHONE END ,
                             EMAIL =
                             CASE WHEN S.EMAIL = ' '
                                  THEN ( SELECT V.EMAIL
                                           FROM CUST_CONTACT_DTL V
                                          WHERE V.CUID = :CUSTOMER-ID )
                                  ELSE S.EMAIL END ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE S.CUID = :WS-SURVIVOR-ID
                         AND EXISTS
                             ( SELECT 1 FROM CUST_CONTACT_DTL V
                                WHERE V.CUID = :CUSTOMER-ID )
                 END-EXEC
                 IF SQLCODE = 0 OR SQLCODE = 100
                    EXEC SQL
                         DELETE FROM CUST_CONTACT_DTL
                          WHERE CUID = :CUSTOMER-ID
                    END-EXEC
                 END-IF
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE CONTACT UPDATE FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) MERGE CONTACT UPDATE FAILED.'
                   ' SQLCODE=' SQLCODE
              END-IF
           END-IF.
      ******************************************************************
      * MOVE-MERGE-CONSENT: CUST_MKTG_CONSENT holds one row per CUID.
      * With no row of its own the survivor takes the duplicate's,
      * recorded on its history as a 'MERGE' capture; otherwise the
      * survivor's own answers stand and the duplicate's row is
      * deleted. The duplicate's history rows stay under its CUID.
       MOVE-MERGE-CONSENT.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MERGE-ROW-COUNT
                  FROM CUST_MKTG_CONSENT
                 WHERE CUID = :WS-SURVIVOR-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE CONSENT LOOKUP FAILED' TO L-CUSTOMER-REASON
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF WS-MERGE-ROW-COUNT = 0
                 EXEC SQL
                      UPDATE CUST_MKTG_CONSENT
                         SET CUID = :WS-SURVIVOR-ID ,
                             CAPTURE_SOURCE = :WK-MERGE-CONSENT-SOURCE ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE CUID = :CUSTOMER-ID
                 END-EXEC
                 IF SQLCODE = 0
                    MOVE WS-SURVIVOR-ID TO MC-CUID
                    PERFORM INSERT-CONSENT-HIST-ROW
                 END-IF
              ELSE
                 EXEC SQL
                      DELETE FROM CUST_MKTG_CONSENT
                       WHERE CUID = :CUSTOMER-ID
                 END-EXEC
              END-IF
              IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
                 AND SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE CONSENT UPDATE FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) MERGE CONSENT UPDATE FAILED.'
                   ' SQLCODE=' SQLCODE
              END-IF
           END-IF.
      ******************************************************************
      * MOVE-MERGE-TAX-STATUS: CUST_TAX_STATUS holds one row per
      * CUID. With no declaration of its own the survivor takes the
      * duplicate's; otherwise the survivor's own stands and the
      * duplicate's row is deleted.
       MOVE-MERGE-TAX-STATUS.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MERGE-ROW-COUNT
                  FROM CUST_TAX_STATUS
                 WHERE CUID = :WS-SURVIVOR-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE TAX STATUS LOOKUP FAILED'
                TO L-CUSTOMER-REASON
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF WS-MERGE-ROW-COUNT = 0
                 EXEC SQL
                      UPDATE CUST_TAX_STATUS
                         SET CUID = :WS-SURVIVOR-ID ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE CUID = :CUSTOMER-ID
                 END-EXEC
              ELSE
                 EXEC SQL
                      DELETE FROM CUST_TAX_STATUS
                       WHERE CUID = :CUSTOMER-ID
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE TAX STATUS UPDATE FAILED'
                   TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) MERGE TAX STATUS UPDATE FAILED.'
                   ' SQLCODE=' SQLCODE
              END-IF
           END-IF.
      ******************************************************************
      * MOVE-MERGE-GUARDIAN-LINKS re-points the duplicate's links, as
      * guardian and as minor, to the survivor. A link the survivor
      * already has to the same other party is not duplicated - the
      * duplicate's copy is deleted.
       MOVE-MERGE-GUARDIAN-LINKS.
           EXEC SQL
                UPDATE CUST_GUARDIAN_LINK L
                   SET GUARDIAN_CUID = :WS-SURVIVOR-ID
                 WHERE L.GUARDIAN_CUID = :CUSTOMER-ID
                   AND NOT EXISTS
                       ( SELECT 1 FROM CUST_GUARDIAN_LINK S
                          WHERE S.GUARDIAN_CUID = :WS-SURVIVOR-ID
                            AND S.MINOR_CUID = L.MINOR_CUID )
           END-EXEC.
           IF SQLCODE = 0 OR SQLCODE = 100
              EXEC SQL
                   UPDATE CUST_GUARDIAN_LINK L
                      SET MINOR_CUID = :WS-SURVIVOR-ID
                    WHERE L.MINOR_CUID = :CUSTOMER-ID
                      AND NOT EXISTS
                          ( SELECT 1 FROM CUST_GUARDIAN_LINK S
                             WHERE S.MINOR_CUID = :WS-SURVIVOR-ID
                               AND S.GUARDIAN_CUID = L.GUARDIAN_CUID )
              END-EXEC
           END-IF.
           IF SQLCODE = 0 OR SQLCODE = 100
              EXEC SQL
                   DELETE FROM CUST_GUARDIAN_LINK
                    WHERE GUARDIAN_CUID = :CUSTOMER-ID
                       OR MINOR_CUID = :CUSTOMER-ID
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE GUARDIAN LINK UPDATE FAILED'
                TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) MERGE GUARDIAN UPDATE FAILED.'
                ' SQLCODE=' SQLCODE
           END-IF.
      ******************************************************************
      * MOVE-MERGE-XREF-LINK: CBSIDXRM allows one ACTIVE link per
      * CUID. The duplicate's ACTIVE link moves to a survivor that has
      * none; when the survivor is already linked the duplicate's is
      * broken instead, and flagged - the two insurance customers are
      * then likely duplicates too. Broken links stay on the duplicate
      * CUID for the audit trail, as CBSIDXRM keeps them.
       MOVE-MERGE-XREF-LINK.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MERGE-ROW-COUNT
                  FROM CUST_ID_XREF
                 WHERE CUID = :WS-SURVIVOR-ID
                   AND LINK_STATUS = 'A'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE XREF LOOKUP FAILED' TO L-CUSTOMER-REASON
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              IF WS-MERGE-ROW-COUNT = 0
                 EXEC SQL
                      UPDATE CUST_ID_XREF
                         SET CUID = :WS-SURVIVOR-ID ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE CUID = :CUSTOMER-ID
                         AND LINK_STATUS = 'A'
                 END-EXEC
              ELSE
                 EXEC SQL
                      UPDATE CUST_ID_XREF
                         SET LINK_STATUS = 'B' ,
                             UPD_USERID = :WK-MERGE-USERID ,
                             UPD_TIMESTAMP = CURRENT TIMESTAMP
                       WHERE CUID = :CUSTOMER-ID
                         AND LINK_STATUS = 'A'
                 END-EXEC
                 IF SQLCODE = 0
                    DISPLAY '(TCSCUSC1) WARNING - DUPLICATE INSURANCE'
                      ' LINK BROKEN, SURVIVOR ALREADY LINKED. CUID='
                      CUSTOMER-ID
                 END-IF
              END-IF
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE SQLCODE TO L-CUSTOMER-SQLCODE
                 MOVE 'MERGE XREF UPDATE FAILED' TO L-CUSTOMER-REASON
                 DISPLAY '(TCSCUSC1) MERGE XREF UPDATE FAILED.'
                   ' SQLCODE=' SQLCODE
              END-IF
           END-IF.
      ******************************************************************
      * INSERT-MERGE-LOG-ROW queues the merge, FEED_STATUS 'P', for
      * the next TCSCEXT delta.
       INSERT-MERGE-LOG-ROW.
           MOVE L-CUSTOMER-ID       TO MG-VICTIM-CUID.
           MOVE WS-SURVIVOR-ID      TO MG-SURVIVOR-CUID.
           MOVE WS-MERGE-ACCT-COUNT TO MG-ACCOUNTS-MOVED.
           MOVE WK-MERGE-USERID     TO MG-MERGE-USERID.
           EXEC SQL
                INSERT INTO CUST_MERGE_LOG
                       ( VICTIM_CUID ,
                         SURVIVOR_CUID ,
                         ACCOUNTS_MOVED ,
                         MERGE_USERID ,
                         MERGE_TIMESTAMP ,
                         FEED_STATUS ,
                         FEED_DATE )
                VALUES
                       ( :MG-VICTIM-CUID ,
                         :MG-SURVIVOR-CUID ,
                         :MG-ACCOUNTS-MOVED ,
                         :MG-MERGE-USERID ,
                         CURRENT TIMESTAMP ,
                         'P' ,
                         '0001-01-01' )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
              MOVE SQLCODE TO L-CUSTOMER-SQLCODE
              MOVE 'MERGE LOG INSERT FAILED' TO L-CUSTOMER-REASON
              DISPLAY '(TCSCUSC1) MERGE LOG INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.
      ******************************************************************
      * PROGRAM NAME : Program:COBOL:TCSCUSCR
      * PROGRAM PATH : .../zOS Cobol/TCSCUSCR.cbl
