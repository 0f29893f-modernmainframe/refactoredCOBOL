      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCDSAR
      ******************************************************************
      * Data-subject access request export. Given the request card
      * (DSARREQ: the data-protection team's request reference, the
      * CUID, the date the request was received and who raised it),
      * this writes one DSAREXP file holding every row kept about
      * that person, each table in its own labelled, counted section
      * (CUSTDSAR layout, CBSFEEDC header and trailer):
      *
      *  - the customer: CUSTOMER, CUSTOMER_ARCHIVE, CUSTOMER_HIST,
      *    CUST_CONTACT_DTL, the marketing consent register and its
      *    history (CUST_MKTG_CONSENT, CUST_MKTG_CONSENT_HIST), the
      *    tax declaration (CUST_TAX_STATUS), CUST_GUARDIAN_LINK
      *    (as minor or as guardian) and the returned-mail register
      *    (CUST_RETURNED_MAIL) rows held against the CUID;
      *  - the accounts: the CBS_ACCT_PARTY rows naming the CUID, and
      *    every account held as primary holder or party in
      *    CBS_ACCT_MSTR_DTL or CBS_ACCT_MSTR_ARCHIVE, with their
      *    CBS_ACCT_TXN_HIST and CBS_ACCT_AUDIT_LOG rows, live and
      *    archive, and their CBS_STND_INSTR standing instructions
      *    (cancelled ones included - those rows are never purged);
      *  - the alerts: the CBS_ALERT_SUBSCR subscriptions on those
      *    accounts and every CBS_ALERT_LOG alert raised for the CUID,
      *    with the channel it went by;
      *  - the insurance side: the CUST_ID_XREF rows for the CUID,
      *    then through each ACTIVE link the POLICY rows, the CLAIM
      *    rows on those policies and the SECURITY_EVENT_LOG rows.
      *    A broken link was a wrong match, so it is listed but not
      *    followed.
      *
      * The request is refused (RC 8, no export logged) when the card
      * is missing or invalid, the reference has already been
      * answered, or the CUID is unknown to CUSTOMER, CUSTOMER_ARCHIVE
      * and CUSTOMER_HIST alike - an empty export for a mistyped CUID
      * must not go out as an answer. Once the export is complete a
      * DSAR_REQUEST_LOG row records when it was answered and what it
      * carried. A DB2 failure mid-export leaves the file incomplete
      * and unlogged (RC 8); rerun the request. The run is logged on
      * BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCDSAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REQUEST-CARD-FILE ASSIGN TO DSARREQ
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS REQCARD-STATUS.

            SELECT EXPORT-FILE ASSIGN TO DSAREXP
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS EXPFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The access request to answer.
       FD REQUEST-CARD-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 DSAR-REQUEST-REC.
          05 DR-REQUEST-REF            PIC X(16).
          05 DR-CUID                   PIC 9(9).
          05 DR-RECEIVED-DATE          PIC X(10).
          05 DR-REQUESTED-BY           PIC X(10).
          05 FILLER                    PIC X(35).

       FD EXPORT-FILE
            RECORD CONTAINS 800
            RECORDING MODE IS F.
           COPY CUSTDSAR.
      * PATH : .../Cobol Include/CUSTDSAR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 DX-RECORD-TYPE           PIC X(1).
      *    05 DX-CUID                  PIC 9(9).
      *    05 DX-SECTION-NAME          PIC X(24).
      *    05 DX-ROW-NUMBER            PIC 9(9).
      *    05 DX-ROW-DATA              PIC X(757).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 REQCARD-STATUS               PIC X(02) VALUE SPACES.
          88 REQCARD-STATUS-OK         VALUE '00'.
       01 EXPFILE-STATUS               PIC X(02) VALUE SPACES.
          88 EXPFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-EXPORT-OPEN-SWITCH        PIC X VALUE 'N'.
          88 WS-EXPORT-OPEN            VALUE 'Y'.
       01 WS-REFUSE-REASON             PIC X(50) VALUE SPACES.
       01 WS-CUID                      PIC S9(9) USAGE COMP VALUE 0.
       01 WS-KNOWN-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ANSWERED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DATE-CHECK                PIC X(10).
       01 WS-SECTION-NAME              PIC X(24).
       01 WS-SECTION-DESCRIPTION       PIC X(60).
       01 WS-SECTION-ROWS              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SECTION-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ROW-TOTAL                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LINK-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ROW-DATA                  PIC X(757).
      * Display forms of numeric columns for the NAME=value text.
       01 WS-EDIT-1                    PIC -(18)9.
       01 WS-EDIT-2                    PIC -(18)9.
       01 WS-EDIT-3                    PIC -(18)9.
       01 WS-EDIT-4                    PIC -(18)9.
       01 WS-EDIT-5                    PIC -(18)9.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
      * Customer columns that may be NULL come back as spaces.
       01 WS-CLOSED-TIMESTAMP          PIC X(26).
      * GenApp POLICY and CLAIM rows, nullable columns defaulted.
       01 WS-POLICY-ROW.
          05 WS-PO-POLICYNUMBER        PIC S9(9) USAGE COMP.
          05 WS-PO-CUSTOMERNUMBER      PIC S9(9) USAGE COMP.
          05 WS-PO-ISSUEDATE           PIC X(10).
          05 WS-PO-EXPIRYDATE          PIC X(10).
          05 WS-PO-POLICYTYPE          PIC X(1).
          05 WS-PO-LASTCHANGED         PIC X(26).
          05 WS-PO-BROKERID            PIC S9(9) USAGE COMP.
          05 WS-PO-BROKERSREFERENCE    PIC X(10).
          05 WS-PO-PAYMENT             PIC S9(9) USAGE COMP.
          05 WS-PO-COMMISSION          PIC S9(4) USAGE COMP.
       01 WS-CLAIM-ROW.
          05 WS-CL-CLAIMNUMBER         PIC S9(9) USAGE COMP.
          05 WS-CL-POLICYNUMBER        PIC S9(9) USAGE COMP.
          05 WS-CL-CLAIMDATE           PIC X(10).
          05 WS-CL-PAID                PIC S9(9) USAGE COMP.
          05 WS-CL-VALUE               PIC S9(9) USAGE COMP.
          05 WS-CL-CAUSE               PIC X(255).
          05 WS-CL-OBSERVATIONS        PIC X(255).
       01 WK-CONSTANTS.
          05 WK-FEED-ID               PIC X(8) VALUE 'DSAREXP'.
          05 WK-LINK-ACTIVE           PIC X(1) VALUE 'A'.
          05 WK-ABANDON-RC            PIC S9(4) VALUE 8.
      * Control header/trailer for the export, so CBSFDVFY can check
      * the file is whole before it is sent to the requester.
           COPY CBSFEEDC.
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
      *    10 CUSTOMER-DOB               PIC X(10).
      ******************************************************************
      * PATH : .../Cobol Include/CUSTARCH / CUSTHST / CUSTCNT
      *        CUSTMCON / CUSTMCHS / CUSTTAXS / CUSTGRDL / CUSTRTML
      *        CBSACPTY
      *        CBSMST / CBSARCH / CBSTXNH / CBSTXHA / CBSAUDIT / CBSAUDA
      *        CBSSTIN / CBSALSUB / CBSALLOG / CBSIDXRF
      *        LGSECLOG / CUSTDSLG / CBSRNLOG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUSTOMER-ARCHIVE.   01 DCLCUSTOMER-HIST.
      *01  DCLCUST-CONTACT-DTL.   01 DCLCUST-GUARDIAN-LINK.
      *01  DCLCUST-MKTG-CONSENT.  01 DCLCUST-MKTG-CONSENT-HIST.
      *01  DCLCUST-TAX-STATUS.    01 DCLCUST-RETURNED-MAIL.
      *01  DCLCBS-ACCT-PARTY.     01 DCLCBS-ACCT-MSTR-DTL.
      *01  DCLCBS-ACCT-MSTR-ARCHIVE.
      *01  DCLCBS-ACCT-TXN-HIST.  01 DCLCBS-ACCT-TXN-HIST-ARCH.
      *01  DCLCBS-ACCT-AUDIT-LOG. 01 DCLCBS-ACCT-AUDIT-LOG-ARCH.
      *01  DCLCBS-STND-INSTR.     01 DCLCUST-ID-XREF.
      *01  DCLCBS-ALERT-SUBSCR.   01 DCLCBS-ALERT-LOG.
      *01  DCLSECURITY-EVENT-LOG. 01 DCLDSAR-REQUEST-LOG.
      *01  DCLBATCH-RUN-LOG.
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
             INCLUDE CUSTARCH
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTHST
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTCNT
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
             INCLUDE CUSTGRDL
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTRTML
           END-EXEC.

           EXEC SQL
             INCLUDE CBSACPTY
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSARCH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXHA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSAUDA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSSTIN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSALSUB
           END-EXEC.

           EXEC SQL
             INCLUDE CBSALLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSIDXRF
           END-EXEC.

           EXEC SQL
             INCLUDE LGSECLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTDSLG
           END-EXEC.

           EXEC SQL
             INCLUDE CBSRNLOG
           END-EXEC.

      * Customer side.
           EXEC SQL
             DECLARE DSCUSTARCSR CURSOR FOR
                SELECT CUSTNAME, ADDRESS, AGE, STATUS,
                       COALESCE(CLOSED_TIMESTAMP, ' '),
                       ARCHIVED_TIMESTAMP
                  FROM CUSTOMER_ARCHIVE
                 WHERE CUID = :WS-CUID
                 ORDER BY ARCHIVED_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSHISTCSR CURSOR FOR
                SELECT CUSTNAME, ADDRESS, AGE, STATUS, DATE_OF_BIRTH,
                       CHANGE_TYPE, CHANGE_USERID, CHANGE_TIMESTAMP,
                       MERGED_INTO_CUID
                  FROM CUSTOMER_HIST
                 WHERE CUID = :WS-CUID
                 ORDER BY CHANGE_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSCONSHCSR CURSOR FOR
                SELECT CHANGE_TIMESTAMP, POST_CONSENT, PHONE_CONSENT,
                       EMAIL_CONSENT, CONSENT_DATE, CAPTURE_SOURCE,
                       UPD_USERID
                  FROM CUST_MKTG_CONSENT_HIST
                 WHERE CUID = :WS-CUID
                 ORDER BY CHANGE_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSGUARDCSR CURSOR FOR
                SELECT MINOR_CUID, GUARDIAN_CUID, LINK_STATUS,
                       LINK_USERID, LINK_TIMESTAMP
                  FROM CUST_GUARDIAN_LINK
                 WHERE MINOR_CUID = :WS-CUID
                    OR GUARDIAN_CUID = :WS-CUID
                 ORDER BY LINK_TIMESTAMP
           END-EXEC.

      * Account side. An account is the person's when they are its
      * primary holder or a party to it, live or archived.
           EXEC SQL
             DECLARE DSPARTYCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, PARTY_ROLE, SIGNING_RULE,
                       PARTY_STATUS, UPD_USERID, UPD_TIMESTAMP
                  FROM CBS_ACCT_PARTY
                 WHERE CUID = :WS-CUID
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
             DECLARE DSACCTCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
                       PRODUCT_CODE, CUSTOMER_ID, ACCOUNT_STATUS,
                       PAYMENT_LIMIT, LEDGER_BALANCE, CURRENCY,
                       COMPLIANCE_STATUS, LAST_ACTIVITY_DATE,
                       UPD_USERID, UPD_TIMESTAMP, OVERDRAFT_LIMIT
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE CUSTOMER_ID = :WS-CUID
                    OR ACCOUNT_NUMBER IN
                       ( SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
             DECLARE DSACCTARCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, ACCOUNT_NAME,
                       PRODUCT_CODE, CUSTOMER_ID, ACCOUNT_STATUS,
                       PAYMENT_LIMIT, CURRENCY, COMPLIANCE_STATUS,
                       LAST_ACTIVITY_DATE, UPD_USERID, UPD_TIMESTAMP,
                       ARCHIVED_TIMESTAMP
                  FROM CBS_ACCT_MSTR_ARCHIVE
                 WHERE CUSTOMER_ID = :WS-CUID
                    OR ACCOUNT_NUMBER IN
                       ( SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
             DECLARE DSTXNCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, TXN_TYPE, TXN_AMOUNT, CURRENCY,
                       VALUE_DATE, TXN_REF, DISPOSITION, REJECT_REASON,
                       POST_USERID, POST_TIMESTAMP, DRAWER_ID
                  FROM CBS_ACCT_TXN_HIST
                 WHERE ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT R.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_ARCHIVE R
                          WHERE R.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER, POST_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSTXNARCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, TXN_TYPE, TXN_AMOUNT, CURRENCY,
                       VALUE_DATE, TXN_REF, DISPOSITION, REJECT_REASON,
                       POST_USERID, POST_TIMESTAMP, ARCHIVED_TIMESTAMP,
                       DRAWER_ID
                  FROM CBS_ACCT_TXN_HIST_ARCH
                 WHERE ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT R.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_ARCHIVE R
                          WHERE R.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER, POST_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSAUDCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS,
                       UPD_USERID, UPD_TIMESTAMP, REASON
                  FROM CBS_ACCT_AUDIT_LOG
                 WHERE ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT R.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_ARCHIVE R
                          WHERE R.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER, UPD_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSAUDARCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, OLD_STATUS, NEW_STATUS,
                       UPD_USERID, UPD_TIMESTAMP, REASON,
                       ARCHIVED_TIMESTAMP
                  FROM CBS_ACCT_AUDIT_LOG_ARCH
                 WHERE ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT R.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_ARCHIVE R
                          WHERE R.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER, UPD_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSINSTRCSR CURSOR FOR
                SELECT INSTR_ID, ACCOUNT_NUMBER, FREQUENCY, AMOUNT,
                       CURRENCY, NEXT_RUN_DATE, INSTR_STATUS,
                       UPD_USERID, UPD_TIMESTAMP
                  FROM CBS_STND_INSTR
                 WHERE ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT R.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_ARCHIVE R
                          WHERE R.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER, INSTR_ID
           END-EXEC.

           EXEC SQL
             DECLARE DSALSUBCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, LOW_BAL_ALERT,
                       LOW_BAL_THRESHOLD, LARGE_DEBIT_ALERT,
                       LARGE_DEBIT_AMOUNT, REJECT_ALERT,
                       SI_SUSPEND_ALERT, UPD_USERID, UPD_TIMESTAMP
                  FROM CBS_ALERT_SUBSCR
                 WHERE ACCOUNT_NUMBER IN
                       ( SELECT A.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_DTL A
                          WHERE A.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT R.ACCOUNT_NUMBER
                           FROM CBS_ACCT_MSTR_ARCHIVE R
                          WHERE R.CUSTOMER_ID = :WS-CUID
                         UNION
                         SELECT P.ACCOUNT_NUMBER
                           FROM CBS_ACCT_PARTY P
                          WHERE P.CUID = :WS-CUID )
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
             DECLARE DSRETMLCSR CURSOR FOR
                SELECT DOC_TYPE, RETURNED_DATE, RETURN_REASON,
                       MAIL_STATUS, UPD_USERID, UPD_TIMESTAMP
                  FROM CUST_RETURNED_MAIL
                 WHERE KEY_TYPE = 'B'
                   AND CUSTOMER_KEY = :WS-CUID
                 ORDER BY RETURNED_DATE, DOC_TYPE
           END-EXEC.

           EXEC SQL
             DECLARE DSALLOGCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, ALERT_TYPE, ALERT_REF,
                       BUSINESS_DATE, CHANNEL, ALERT_STATUS,
                       LOG_TIMESTAMP
                  FROM CBS_ALERT_LOG
                 WHERE CUSTOMER_ID = :WS-CUID
                 ORDER BY LOG_TIMESTAMP
           END-EXEC.

      * Insurance side, through the ACTIVE CUST_ID_XREF links only.
           EXEC SQL
             DECLARE DSXREFCSR CURSOR FOR
                SELECT CUSTOMERNUMBER, LINK_STATUS, UPD_USERID,
                       UPD_TIMESTAMP
                  FROM CUST_ID_XREF
                 WHERE CUID = :WS-CUID
                 ORDER BY UPD_TIMESTAMP
           END-EXEC.

           EXEC SQL
             DECLARE DSPOLCSR CURSOR FOR
                SELECT POLICYNUMBER, CUSTOMERNUMBER,
                       COALESCE(CHAR(ISSUEDATE), ' '),
                       COALESCE(CHAR(EXPIRYDATE), ' '),
                       COALESCE(POLICYTYPE, ' '), LASTCHANGED,
                       COALESCE(BROKERID, 0),
                       COALESCE(BROKERSREFERENCE, ' '),
                       COALESCE(PAYMENT, 0), COALESCE(COMMISSION, 0)
                  FROM POLICY
                 WHERE CUSTOMERNUMBER IN
                       ( SELECT X.CUSTOMERNUMBER
                           FROM CUST_ID_XREF X
                          WHERE X.CUID = :WS-CUID
                            AND X.LINK_STATUS = :WK-LINK-ACTIVE )
                 ORDER BY POLICYNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE DSCLAIMCSR CURSOR FOR
                SELECT CLAIMNUMBER, POLICYNUMBER,
                       COALESCE(CHAR(CLAIMDATE), ' '),
                       COALESCE(PAID, 0), COALESCE(VALUE, 0),
                       COALESCE(CAUSE, ' '), COALESCE(OBSERVATIONS, ' ')
                  FROM CLAIM
                 WHERE POLICYNUMBER IN
                       ( SELECT O.POLICYNUMBER
                           FROM POLICY O, CUST_ID_XREF X
                          WHERE O.CUSTOMERNUMBER = X.CUSTOMERNUMBER
                            AND X.CUID = :WS-CUID
                            AND X.LINK_STATUS = :WK-LINK-ACTIVE )
                 ORDER BY POLICYNUMBER, CLAIMNUMBER
           END-EXEC.

           EXEC SQL
             DECLARE DSSECCSR CURSOR FOR
                SELECT CUSTOMERNUMBER, EVENT_TYPE, FUNCTION_CODE,
                       EVENT_TIMESTAMP
                  FROM SECURITY_EVENT_LOG
                 WHERE CUSTOMERNUMBER IN
                       ( SELECT X.CUSTOMERNUMBER
                           FROM CUST_ID_XREF X
                          WHERE X.CUID = :WS-CUID
                            AND X.LINK_STATUS = :WK-LINK-ACTIVE )
                 ORDER BY EVENT_TIMESTAMP
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.
           PERFORM READ-REQUEST-CARD.
           PERFORM CHECK-REQUEST.
           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM REFUSE-REQUEST
           END-IF.

           OPEN OUTPUT EXPORT-FILE
           IF NOT EXPFILE-STATUS-OK
              DISPLAY 'ERROR OPENING EXPORT FILE. STATUS='
                EXPFILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.
           SET WS-EXPORT-OPEN TO TRUE.
           MOVE WK-FEED-ID       TO FC-H-FEED-ID.
           MOVE WS-BUSINESS-DATE TO FC-H-BUSINESS-DATE.
           MOVE 1                TO FC-H-GENERATION.
           WRITE DSAR-EXPORT-REC FROM FC-FEED-HEADER
           IF NOT EXPFILE-STATUS-OK
              DISPLAY 'ERROR WRITING EXPORT HEADER.'
              PERFORM ABANDON-RUN
           END-IF.

           PERFORM EXPORT-CUSTOMER.
           PERFORM EXPORT-CUSTOMER-ARCHIVE.
           PERFORM EXPORT-CUSTOMER-HIST.
           PERFORM EXPORT-CONTACT-DETAILS.
           PERFORM EXPORT-MARKETING-CONSENT.
           PERFORM EXPORT-CONSENT-HISTORY.
           PERFORM EXPORT-TAX-STATUS.
           PERFORM EXPORT-GUARDIAN-LINKS.
           PERFORM EXPORT-RETURNED-MAIL.
           PERFORM EXPORT-ACCOUNT-PARTIES.
           PERFORM EXPORT-ACCOUNTS.
           PERFORM EXPORT-ARCHIVED-ACCOUNTS.
           PERFORM EXPORT-TRANSACTIONS.
           PERFORM EXPORT-ARCHIVED-TRANSACTIONS.
           PERFORM EXPORT-AUDIT-LOG.
           PERFORM EXPORT-ARCHIVED-AUDIT-LOG.
           PERFORM EXPORT-STANDING-INSTRUCTIONS.
           PERFORM EXPORT-ALERT-SUBSCRIPTIONS.
           PERFORM EXPORT-ALERT-LOG.
           PERFORM EXPORT-INSURANCE-LINKS.
           PERFORM EXPORT-POLICIES.
           PERFORM EXPORT-CLAIMS.
           PERFORM EXPORT-SECURITY-EVENTS.

           WRITE DSAR-EXPORT-REC FROM FC-FEED-TRAILER
           IF NOT EXPFILE-STATUS-OK
              DISPLAY 'ERROR WRITING EXPORT TRAILER.'
              PERFORM ABANDON-RUN
           END-IF.
           CLOSE EXPORT-FILE.
           PERFORM LOG-DSAR-REQUEST.

           DISPLAY '(TCSCDSAR) REQUEST ' DR-REQUEST-REF
             ' ANSWERED FOR CUID ' DR-CUID.
           MOVE WS-SECTION-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCDSAR) SECTIONS EXPORTED:     '
             WS-COUNT-DISPLAY.
           MOVE WS-ROW-TOTAL TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCDSAR) RECORDS EXPORTED:      '
             WS-COUNT-DISPLAY.
           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the BUSDATE processing-calendar
      * card for the export header and the request log; a request
      * run outside the suite falls back to CURRENT DATE.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-STATUS-OK
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.

      ******************************************************************
       READ-REQUEST-CARD.
           MOVE SPACES TO DSAR-REQUEST-REC.
           OPEN INPUT REQUEST-CARD-FILE.
           IF REQCARD-STATUS-OK
              READ REQUEST-CARD-FILE
                 AT END
                    MOVE SPACES TO DSAR-REQUEST-REC
              END-READ
              CLOSE REQUEST-CARD-FILE
           END-IF.

      ******************************************************************
      * CHECK-REQUEST validates the card and confirms the CUID is one
      * we have held and the reference has not yet been answered.
      * WS-REFUSE-REASON stays blank for a request that can go ahead.
       CHECK-REQUEST.
           EVALUATE TRUE
              WHEN DR-REQUEST-REF = SPACES
                 MOVE 'NO REQUEST CARD OR NO REQUEST REFERENCE'
                   TO WS-REFUSE-REASON
              WHEN DR-CUID IS NOT NUMERIC OR DR-CUID = 0
                 MOVE 'CUID MISSING OR NOT NUMERIC'
                   TO WS-REFUSE-REASON
              WHEN DR-REQUESTED-BY = SPACES
                 MOVE 'REQUESTED-BY USERID MISSING'
                   TO WS-REFUSE-REASON
              WHEN OTHER
                 MOVE DR-CUID TO WS-CUID
                 PERFORM CHECK-RECEIVED-DATE
           END-EVALUATE.
           IF WS-REFUSE-REASON = SPACES
              MOVE DR-REQUEST-REF TO DQ-REQUEST-REF
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-ANSWERED-COUNT
                     FROM DSAR_REQUEST_LOG
                    WHERE REQUEST_REF = :DQ-REQUEST-REF
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(TCSCDSAR) REQUEST LOG READ FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
              END-IF
              IF WS-ANSWERED-COUNT > 0
                 MOVE 'REQUEST REFERENCE ALREADY ANSWERED'
                   TO WS-REFUSE-REASON
              END-IF
           END-IF.
           IF WS-REFUSE-REASON = SPACES
              EXEC SQL
                   SELECT ( SELECT COUNT(*) FROM CUSTOMER
                             WHERE CUID = :WS-CUID )
                        + ( SELECT COUNT(*) FROM CUSTOMER_ARCHIVE
                             WHERE CUID = :WS-CUID )
                        + ( SELECT COUNT(*) FROM CUSTOMER_HIST
                             WHERE CUID = :WS-CUID )
                     INTO :WS-KNOWN-COUNT
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(TCSCDSAR) CUSTOMER CHECK FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
              END-IF
              IF WS-KNOWN-COUNT = 0
                 MOVE 'CUID NOT KNOWN - CHECK THE REQUEST'
                   TO WS-REFUSE-REASON
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-RECEIVED-DATE: the date the request reached us must be a
      * real date and not after the business date.
       CHECK-RECEIVED-DATE.
           EXEC SQL
                SELECT CHAR(DATE(:DR-RECEIVED-DATE), ISO)
                  INTO :WS-DATE-CHECK
                  FROM SYSIBM.SYSDUMMY1
                 WHERE DATE(:DR-RECEIVED-DATE)
                       <= DATE(:WS-BUSINESS-DATE)
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'RECEIVED DATE AFTER THE BUSINESS DATE'
                   TO WS-REFUSE-REASON
              WHEN -180
              WHEN -181
                 MOVE 'RECEIVED DATE INVALID' TO WS-REFUSE-REASON
              WHEN OTHER
                 DISPLAY '(TCSCDSAR) DATE CHECK FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * REFUSE-REQUEST ends a request that cannot be answered as
      * carded, with nothing exported and nothing logged as answered.
       REFUSE-REQUEST.
           DISPLAY '(TCSCDSAR) REQUEST REFUSED - ' WS-REFUSE-REASON.
           DISPLAY '(TCSCDSAR) REQUEST ' DR-REQUEST-REF ' CUID '
             DR-CUID.
           PERFORM ABANDON-RUN.

      ******************************************************************
      * Section handling common to every table: an 'S' record naming
      * it, a 'D' record per row, an 'E' record with the row count.
       START-SECTION.
           MOVE 0 TO WS-SECTION-ROWS.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE SPACES TO DSAR-EXPORT-REC.
           SET DX-SECTION-START TO TRUE.
           MOVE 0 TO DX-ROW-NUMBER.
           MOVE WS-SECTION-DESCRIPTION TO DX-SECTION-DESCRIPTION.
           PERFORM WRITE-EXPORT-RECORD.

      ******************************************************************
       WRITE-DETAIL-ROW.
           ADD 1 TO WS-SECTION-ROWS.
           ADD 1 TO WS-ROW-TOTAL.
           MOVE SPACES TO DSAR-EXPORT-REC.
           SET DX-DETAIL TO TRUE.
           MOVE WS-SECTION-ROWS TO DX-ROW-NUMBER.
           MOVE WS-ROW-DATA TO DX-ROW-DATA.
           PERFORM WRITE-EXPORT-RECORD.

      ******************************************************************
       END-SECTION.
           MOVE SPACES TO DSAR-EXPORT-REC.
           SET DX-SECTION-END TO TRUE.
           MOVE WS-SECTION-ROWS TO DX-ROW-NUMBER.
           MOVE 'ROWS IN SECTION' TO DX-SECTION-DESCRIPTION.
           PERFORM WRITE-EXPORT-RECORD.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE WS-SECTION-ROWS TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCDSAR) ' WS-SECTION-NAME ' ROWS: '
             WS-COUNT-DISPLAY.

      ******************************************************************
       WRITE-EXPORT-RECORD.
           MOVE DR-CUID TO DX-CUID.
           MOVE WS-SECTION-NAME TO DX-SECTION-NAME.
           WRITE DSAR-EXPORT-REC
           IF NOT EXPFILE-STATUS-OK
              DISPLAY '(TCSCDSAR) ERROR WRITING EXPORT FILE. STATUS='
                EXPFILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.
           ADD 1 TO FC-T-DETAIL-COUNT.
           ADD DX-CUID TO FC-T-HASH-TOTAL.

      ******************************************************************
      * CHECK-CURSOR-SQLCODE follows every OPEN and FETCH: 100 ends
      * the section, anything else but 0 abandons the export.
       CHECK-CURSOR-SQLCODE.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN OTHER
                 DISPLAY '(TCSCDSAR) ' WS-SECTION-NAME
                   ' READ FAILED. SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * EXPORT-CUSTOMER: the live CUSTOMER row, when there still is
      * one (a closed customer may by now be archive only).
       EXPORT-CUSTOMER.
           MOVE 'CUSTOMER' TO WS-SECTION-NAME.
           MOVE 'BANK CUSTOMER RECORD' TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                SELECT CUSTNAME, ADDRESS, AGE, STATUS,
                       COALESCE(CLOSED_TIMESTAMP, ' '),
                       COALESCE(CHAR(DATE_OF_BIRTH, ISO), ' ')
                  INTO :CUSTOMER-NAME, :CUSTOMER-ADDRESS,
                       :CUSTOMER-AGE, :CUSTOMER-STATUS,
                       :WS-CLOSED-TIMESTAMP, :CUSTOMER-DOB
                  FROM CUSTOMER
                 WHERE CUID = :WS-CUID
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           IF NOT WS-END-OF-CURSOR
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' CUSTNAME=' CUSTOMER-NAME
                     ' ADDRESS=' CUSTOMER-ADDRESS
                     ' AGE=' CUSTOMER-AGE
                     ' STATUS=' CUSTOMER-STATUS
                     ' CLOSED_TIMESTAMP=' WS-CLOSED-TIMESTAMP
                     ' DATE_OF_BIRTH=' CUSTOMER-DOB
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
           END-IF.
           PERFORM END-SECTION.

      ******************************************************************
       EXPORT-CUSTOMER-ARCHIVE.
           MOVE 'CUSTOMER_ARCHIVE' TO WS-SECTION-NAME.
           MOVE 'CLOSED CUSTOMER RECORD ARCHIVED AT YEAR END'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSCUSTARCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-CUSTOMER-ARCHIVE.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE CA-AGE TO WS-EDIT-1
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' CUSTNAME=' CA-CUSTNAME
                     ' ADDRESS=' CA-ADDRESS
                     ' AGE=' WS-EDIT-1
                     ' STATUS=' CA-STATUS
                     ' CLOSED_TIMESTAMP=' WS-CLOSED-TIMESTAMP
                     ' ARCHIVED_TIMESTAMP=' CA-ARCHIVED-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-CUSTOMER-ARCHIVE
           END-PERFORM.
           EXEC SQL
                CLOSE DSCUSTARCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-CUSTOMER-ARCHIVE.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSCUSTARCSR
                    INTO :CA-CUSTNAME, :CA-ADDRESS, :CA-AGE,
                         :CA-STATUS, :WS-CLOSED-TIMESTAMP,
                         :CA-ARCHIVED-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-CUSTOMER-HIST.
           MOVE 'CUSTOMER_HIST' TO WS-SECTION-NAME.
           MOVE 'EARLIER VERSIONS OF THE CUSTOMER RECORD'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSHISTCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-CUSTOMER-HIST.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE HS-AGE TO WS-EDIT-1
              MOVE HS-MERGED-INTO-CUID TO WS-EDIT-2
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' CUSTNAME=' HS-CUSTNAME
                     ' ADDRESS=' HS-ADDRESS
                     ' AGE=' WS-EDIT-1
                     ' STATUS=' HS-STATUS
                     ' DATE_OF_BIRTH=' HS-DATE-OF-BIRTH
                     ' CHANGE_TYPE=' HS-CHANGE-TYPE
                     ' CHANGE_USERID=' HS-CHANGE-USERID
                     ' CHANGE_TIMESTAMP=' HS-CHANGE-TIMESTAMP
                     ' MERGED_INTO_CUID=' WS-EDIT-2
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-CUSTOMER-HIST
           END-PERFORM.
           EXEC SQL
                CLOSE DSHISTCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-CUSTOMER-HIST.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSHISTCSR
                    INTO :HS-CUSTNAME, :HS-ADDRESS, :HS-AGE,
                         :HS-STATUS, :HS-DATE-OF-BIRTH,
                         :HS-CHANGE-TYPE, :HS-CHANGE-USERID,
                         :HS-CHANGE-TIMESTAMP, :HS-MERGED-INTO-CUID
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-CONTACT-DETAILS.
           MOVE 'CUST_CONTACT_DTL' TO WS-SECTION-NAME.
           MOVE 'TELEPHONE, EMAIL AND PREFERRED CONTACT CHANNEL'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                SELECT PHONE, EMAIL, PREF_CHANNEL, UPD_USERID,
                       UPD_TIMESTAMP
                  INTO :CT-PHONE, :CT-EMAIL, :CT-PREF-CHANNEL,
                       :CT-UPD-USERID, :CT-UPD-TIMESTAMP
                  FROM CUST_CONTACT_DTL
                 WHERE CUID = :WS-CUID
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           IF NOT WS-END-OF-CURSOR
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' PHONE=' CT-PHONE
                     ' EMAIL=' CT-EMAIL
                     ' PREF_CHANNEL=' CT-PREF-CHANNEL
                     ' UPD_USERID=' CT-UPD-USERID
                     ' UPD_TIMESTAMP=' CT-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
           END-IF.
           PERFORM END-SECTION.

      ******************************************************************
       EXPORT-MARKETING-CONSENT.
           MOVE 'CUST_MKTG_CONSENT' TO WS-SECTION-NAME.
           MOVE 'MARKETING CONSENT BY CHANNEL AS IT STANDS'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                SELECT POST_CONSENT, PHONE_CONSENT, EMAIL_CONSENT,
                       CONSENT_DATE, CAPTURE_SOURCE, UPD_USERID,
                       UPD_TIMESTAMP
                  INTO :MC-POST-CONSENT, :MC-PHONE-CONSENT,
                       :MC-EMAIL-CONSENT, :MC-CONSENT-DATE,
                       :MC-CAPTURE-SOURCE, :MC-UPD-USERID,
                       :MC-UPD-TIMESTAMP
                  FROM CUST_MKTG_CONSENT
                 WHERE CUID = :WS-CUID
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           IF NOT WS-END-OF-CURSOR
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' POST_CONSENT=' MC-POST-CONSENT
                     ' PHONE_CONSENT=' MC-PHONE-CONSENT
                     ' EMAIL_CONSENT=' MC-EMAIL-CONSENT
                     ' CONSENT_DATE=' MC-CONSENT-DATE
                     ' CAPTURE_SOURCE=' MC-CAPTURE-SOURCE
                     ' UPD_USERID=' MC-UPD-USERID
                     ' UPD_TIMESTAMP=' MC-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
           END-IF.
           PERFORM END-SECTION.

      ******************************************************************
       EXPORT-CONSENT-HISTORY.
           MOVE 'CUST_MKTG_CONSENT_HIST' TO WS-SECTION-NAME.
           MOVE 'EVERY MARKETING CONSENT GIVEN OR CHANGED'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSCONSHCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-CONSENT-HISTORY.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' CHANGE_TIMESTAMP=' MH-CHANGE-TIMESTAMP
                     ' POST_CONSENT=' MH-POST-CONSENT
                     ' PHONE_CONSENT=' MH-PHONE-CONSENT
                     ' EMAIL_CONSENT=' MH-EMAIL-CONSENT
                     ' CONSENT_DATE=' MH-CONSENT-DATE
                     ' CAPTURE_SOURCE=' MH-CAPTURE-SOURCE
                     ' UPD_USERID=' MH-UPD-USERID
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-CONSENT-HISTORY
           END-PERFORM.
           EXEC SQL
                CLOSE DSCONSHCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-CONSENT-HISTORY.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSCONSHCSR
                    INTO :MH-CHANGE-TIMESTAMP, :MH-POST-CONSENT,
                         :MH-PHONE-CONSENT, :MH-EMAIL-CONSENT,
                         :MH-CONSENT-DATE, :MH-CAPTURE-SOURCE,
                         :MH-UPD-USERID
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-TAX-STATUS.
           MOVE 'CUST_TAX_STATUS' TO WS-SECTION-NAME.
           MOVE 'TAX DECLARATION FOR INTEREST WITHHOLDING'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                SELECT TAX_STATUS, TAXPAYER_ID, DECLARATION_DATE,
                       UPD_USERID, UPD_TIMESTAMP
                  INTO :TS-TAX-STATUS, :TS-TAXPAYER-ID,
                       :TS-DECLARATION-DATE, :TS-UPD-USERID,
                       :TS-UPD-TIMESTAMP
                  FROM CUST_TAX_STATUS
                 WHERE CUID = :WS-CUID
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           IF NOT WS-END-OF-CURSOR
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' TAX_STATUS=' TS-TAX-STATUS
                     ' TAXPAYER_ID=' TS-TAXPAYER-ID
                     ' DECLARATION_DATE=' TS-DECLARATION-DATE
                     ' UPD_USERID=' TS-UPD-USERID
                     ' UPD_TIMESTAMP=' TS-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
           END-IF.
           PERFORM END-SECTION.

      ******************************************************************
       EXPORT-RETURNED-MAIL.
           MOVE 'CUST_RETURNED_MAIL' TO WS-SECTION-NAME.
           MOVE 'MAIL RETURNED UNDELIVERED FROM THE ADDRESS'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSRETMLCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-RETURNED-MAIL-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' DOC_TYPE=' RM-DOC-TYPE
                     ' RETURNED_DATE=' RM-RETURNED-DATE
                     ' RETURN_REASON=' RM-RETURN-REASON
                     ' MAIL_STATUS=' RM-MAIL-STATUS
                     ' UPD_USERID=' RM-UPD-USERID
                     ' UPD_TIMESTAMP=' RM-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-RETURNED-MAIL-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE DSRETMLCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-RETURNED-MAIL-ROW.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSRETMLCSR
                    INTO :RM-DOC-TYPE, :RM-RETURNED-DATE,
                         :RM-RETURN-REASON, :RM-MAIL-STATUS,
                         :RM-UPD-USERID, :RM-UPD-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-GUARDIAN-LINKS.
           MOVE 'CUST_GUARDIAN_LINK' TO WS-SECTION-NAME.
           MOVE 'GUARDIAN LINKS, AS MINOR OR AS GUARDIAN'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSGUARDCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-GUARDIAN-LINK.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE GL-MINOR-CUID    TO WS-EDIT-1
              MOVE GL-GUARDIAN-CUID TO WS-EDIT-2
              MOVE SPACES TO WS-ROW-DATA
              STRING 'MINOR_CUID=' WS-EDIT-1
                     ' GUARDIAN_CUID=' WS-EDIT-2
                     ' LINK_STATUS=' GL-LINK-STATUS
                     ' LINK_USERID=' GL-LINK-USERID
                     ' LINK_TIMESTAMP=' GL-LINK-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-GUARDIAN-LINK
           END-PERFORM.
           EXEC SQL
                CLOSE DSGUARDCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-GUARDIAN-LINK.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSGUARDCSR
                    INTO :GL-MINOR-CUID, :GL-GUARDIAN-CUID,
                         :GL-LINK-STATUS, :GL-LINK-USERID,
                         :GL-LINK-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-ACCOUNT-PARTIES.
           MOVE 'CBS_ACCT_PARTY' TO WS-SECTION-NAME.
           MOVE 'ACCOUNTS HELD AS A JOINT HOLDER OR OTHER PARTY'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSPARTYCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-ACCOUNT-PARTY.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE AP-ACCOUNT-NUMBER TO WS-EDIT-1
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' CUID=' DR-CUID
                     ' PARTY_ROLE=' AP-PARTY-ROLE
                     ' SIGNING_RULE=' AP-SIGNING-RULE
                     ' PARTY_STATUS=' AP-PARTY-STATUS
                     ' UPD_USERID=' AP-UPD-USERID
                     ' UPD_TIMESTAMP=' AP-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-ACCOUNT-PARTY
           END-PERFORM.
           EXEC SQL
                CLOSE DSPARTYCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-ACCOUNT-PARTY.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSPARTYCSR
                    INTO :AP-ACCOUNT-NUMBER, :AP-PARTY-ROLE,
                         :AP-SIGNING-RULE, :AP-PARTY-STATUS,
                         :AP-UPD-USERID, :AP-UPD-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-ACCOUNTS.
           MOVE 'CBS_ACCT_MSTR_DTL' TO WS-SECTION-NAME.
           MOVE 'ACCOUNTS HELD, AS PRIMARY HOLDER OR PARTY'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSACCTCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-ACCOUNT.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE H1-ACCOUNT-NUMBER  TO WS-EDIT-1
              MOVE H1-CUSTOMER-ID     TO WS-EDIT-2
              MOVE H1-PAYMENT-LIMIT   TO WS-EDIT-3
              MOVE H1-LEDGER-BALANCE  TO WS-EDIT-4
              MOVE H1-OVERDRAFT-LIMIT TO WS-EDIT-5
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' BASE_BRANCH=' H1-BASE-BRANCH
                     ' ACCOUNT_NAME=' H1-ACCOUNT-NAME
                     ' PRODUCT_CODE=' H1-PRODUCT-CODE
                     ' CUSTOMER_ID=' WS-EDIT-2
                     ' ACCOUNT_STATUS=' H1-ACCOUNT-STATUS
                     ' PAYMENT_LIMIT=' WS-EDIT-3
                     ' LEDGER_BALANCE=' WS-EDIT-4
                     ' CURRENCY=' H1-CURRENCY
                     ' COMPLIANCE_STATUS=' H1-COMPLIANCE-STATUS
                     ' LAST_ACTIVITY_DATE=' H1-LAST-ACTIVITY-DATE
                     ' OVERDRAFT_LIMIT=' WS-EDIT-5
                     ' UPD_USERID=' H1-UPD-USERID
                     ' UPD_TIMESTAMP=' H1-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE DSACCTCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-ACCOUNT.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSACCTCSR
                    INTO :H1-ACCOUNT-NUMBER, :H1-BASE-BRANCH,
                         :H1-ACCOUNT-NAME, :H1-PRODUCT-CODE,
                         :H1-CUSTOMER-ID, :H1-ACCOUNT-STATUS,
                         :H1-PAYMENT-LIMIT, :H1-LEDGER-BALANCE,
                         :H1-CURRENCY, :H1-COMPLIANCE-STATUS,
                         :H1-LAST-ACTIVITY-DATE, :H1-UPD-USERID,
                         :H1-UPD-TIMESTAMP, :H1-OVERDRAFT-LIMIT
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-ARCHIVED-ACCOUNTS.
           MOVE 'CBS_ACCT_MSTR_ARCHIVE' TO WS-SECTION-NAME.
           MOVE 'CLOSED ACCOUNTS ARCHIVED AT YEAR END'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSACCTARCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-ARCHIVED-ACCOUNT.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE AA-ACCOUNT-NUMBER TO WS-EDIT-1
              MOVE AA-CUSTOMER-ID    TO WS-EDIT-2
              MOVE AA-PAYMENT-LIMIT  TO WS-EDIT-3
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' BASE_BRANCH=' AA-BASE-BRANCH
                     ' ACCOUNT_NAME=' AA-ACCOUNT-NAME
                     ' PRODUCT_CODE=' AA-PRODUCT-CODE
                     ' CUSTOMER_ID=' WS-EDIT-2
                     ' ACCOUNT_STATUS=' AA-ACCOUNT-STATUS
                     ' PAYMENT_LIMIT=' WS-EDIT-3
                     ' CURRENCY=' AA-CURRENCY
                     ' COMPLIANCE_STATUS=' AA-COMPLIANCE-STATUS
                     ' LAST_ACTIVITY_DATE=' AA-LAST-ACTIVITY-DATE
                     ' UPD_USERID=' AA-UPD-USERID
                     ' UPD_TIMESTAMP=' AA-UPD-TIMESTAMP
                     ' ARCHIVED_TIMESTAMP=' AA-ARCHIVED-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-ARCHIVED-ACCOUNT
           END-PERFORM.
           EXEC SQL
                CLOSE DSACCTARCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-ARCHIVED-ACCOUNT.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSACCTARCSR
                    INTO :AA-ACCOUNT-NUMBER, :AA-BASE-BRANCH,
                         :AA-ACCOUNT-NAME, :AA-PRODUCT-CODE,
                         :AA-CUSTOMER-ID, :AA-ACCOUNT-STATUS,
                         :AA-PAYMENT-LIMIT, :AA-CURRENCY,
                         :AA-COMPLIANCE-STATUS, :AA-LAST-ACTIVITY-DATE,
                         :AA-UPD-USERID, :AA-UPD-TIMESTAMP,
                         :AA-ARCHIVED-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-TRANSACTIONS.
           MOVE 'CBS_ACCT_TXN_HIST' TO WS-SECTION-NAME.
           MOVE 'TRANSACTIONS ON THOSE ACCOUNTS'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSTXNCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-TRANSACTION.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE TX-ACCOUNT-NUMBER TO WS-EDIT-1
              MOVE TX-TXN-AMOUNT     TO WS-EDIT-2
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' TXN_TYPE=' TX-TXN-TYPE
                     ' TXN_AMOUNT=' WS-EDIT-2
                     ' CURRENCY=' TX-CURRENCY
                     ' VALUE_DATE=' TX-VALUE-DATE
                     ' TXN_REF=' TX-TXN-REF
                     ' DISPOSITION=' TX-DISPOSITION
                     ' REJECT_REASON=' TX-REJECT-REASON
                     ' POST_USERID=' TX-POST-USERID
                     ' POST_TIMESTAMP=' TX-POST-TIMESTAMP
                     ' DRAWER_ID=' TX-DRAWER-ID
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-TRANSACTION
           END-PERFORM.
           EXEC SQL
                CLOSE DSTXNCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-TRANSACTION.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSTXNCSR
                    INTO :TX-ACCOUNT-NUMBER, :TX-TXN-TYPE,
                         :TX-TXN-AMOUNT, :TX-CURRENCY,
                         :TX-VALUE-DATE, :TX-TXN-REF,
                         :TX-DISPOSITION, :TX-REJECT-REASON,
                         :TX-POST-USERID, :TX-POST-TIMESTAMP,
                         :TX-DRAWER-ID
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-ARCHIVED-TRANSACTIONS.
           MOVE 'CBS_ACCT_TXN_HIST_ARCH' TO WS-SECTION-NAME.
           MOVE 'OLDER TRANSACTIONS MOVED TO THE RETENTION ARCHIVE'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSTXNARCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-ARCHIVED-TRANSACTION.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE TA-ACCOUNT-NUMBER TO WS-EDIT-1
              MOVE TA-TXN-AMOUNT     TO WS-EDIT-2
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' TXN_TYPE=' TA-TXN-TYPE
                     ' TXN_AMOUNT=' WS-EDIT-2
                     ' CURRENCY=' TA-CURRENCY
                     ' VALUE_DATE=' TA-VALUE-DATE
                     ' TXN_REF=' TA-TXN-REF
                     ' DISPOSITION=' TA-DISPOSITION
                     ' REJECT_REASON=' TA-REJECT-REASON
                     ' POST_USERID=' TA-POST-USERID
                     ' POST_TIMESTAMP=' TA-POST-TIMESTAMP
                     ' ARCHIVED_TIMESTAMP=' TA-ARCHIVED-TIMESTAMP
                     ' DRAWER_ID=' TA-DRAWER-ID
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-ARCHIVED-TRANSACTION
           END-PERFORM.
           EXEC SQL
                CLOSE DSTXNARCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-ARCHIVED-TRANSACTION.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSTXNARCSR
                    INTO :TA-ACCOUNT-NUMBER, :TA-TXN-TYPE,
                         :TA-TXN-AMOUNT, :TA-CURRENCY,
                         :TA-VALUE-DATE, :TA-TXN-REF,
                         :TA-DISPOSITION, :TA-REJECT-REASON,
                         :TA-POST-USERID, :TA-POST-TIMESTAMP,
                         :TA-ARCHIVED-TIMESTAMP, :TA-DRAWER-ID
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-AUDIT-LOG.
           MOVE 'CBS_ACCT_AUDIT_LOG' TO WS-SECTION-NAME.
           MOVE 'STATUS CHANGES AND OTHER AUDITED EVENTS ON ACCOUNTS'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSAUDCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-AUDIT-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE AU-ACCOUNT-NUMBER TO WS-EDIT-1
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' OLD_STATUS=' AU-OLD-STATUS
                     ' NEW_STATUS=' AU-NEW-STATUS
                     ' UPD_USERID=' AU-UPD-USERID
                     ' UPD_TIMESTAMP=' AU-UPD-TIMESTAMP
                     ' REASON=' AU-REASON
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-AUDIT-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE DSAUDCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-AUDIT-ROW.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSAUDCSR
                    INTO :AU-ACCOUNT-NUMBER, :AU-OLD-STATUS,
                         :AU-NEW-STATUS, :AU-UPD-USERID,
                         :AU-UPD-TIMESTAMP, :AU-REASON
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-ARCHIVED-AUDIT-LOG.
           MOVE 'CBS_ACCT_AUDIT_LOG_ARCH' TO WS-SECTION-NAME.
           MOVE 'OLDER AUDIT EVENTS MOVED TO THE RETENTION ARCHIVE'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSAUDARCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-ARCHIVED-AUDIT-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE AH-ACCOUNT-NUMBER TO WS-EDIT-1
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' OLD_STATUS=' AH-OLD-STATUS
                     ' NEW_STATUS=' AH-NEW-STATUS
                     ' UPD_USERID=' AH-UPD-USERID
                     ' UPD_TIMESTAMP=' AH-UPD-TIMESTAMP
                     ' REASON=' AH-REASON
                     ' ARCHIVED_TIMESTAMP=' AH-ARCHIVED-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-ARCHIVED-AUDIT-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE DSAUDARCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-ARCHIVED-AUDIT-ROW.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSAUDARCSR
                    INTO :AH-ACCOUNT-NUMBER, :AH-OLD-STATUS,
                         :AH-NEW-STATUS, :AH-UPD-USERID,
                         :AH-UPD-TIMESTAMP, :AH-REASON,
                         :AH-ARCHIVED-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-STANDING-INSTRUCTIONS.
           MOVE 'CBS_STND_INSTR' TO WS-SECTION-NAME.
           MOVE 'STANDING INSTRUCTIONS, CURRENT AND CANCELLED'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSINSTRCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-INSTRUCTION.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE SI-INSTR-ID       TO WS-EDIT-1
              MOVE SI-ACCOUNT-NUMBER TO WS-EDIT-2
              MOVE SI-AMOUNT         TO WS-EDIT-3
              MOVE SPACES TO WS-ROW-DATA
              STRING 'INSTR_ID=' WS-EDIT-1
                     ' ACCOUNT_NUMBER=' WS-EDIT-2
                     ' FREQUENCY=' SI-FREQUENCY
                     ' AMOUNT=' WS-EDIT-3
                     ' CURRENCY=' SI-CURRENCY
                     ' NEXT_RUN_DATE=' SI-NEXT-RUN-DATE
                     ' INSTR_STATUS=' SI-INSTR-STATUS
                     ' UPD_USERID=' SI-UPD-USERID
                     ' UPD_TIMESTAMP=' SI-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-INSTRUCTION
           END-PERFORM.
           EXEC SQL
                CLOSE DSINSTRCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-INSTRUCTION.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSINSTRCSR
                    INTO :SI-INSTR-ID, :SI-ACCOUNT-NUMBER,
                         :SI-FREQUENCY, :SI-AMOUNT, :SI-CURRENCY,
                         :SI-NEXT-RUN-DATE, :SI-INSTR-STATUS,
                         :SI-UPD-USERID, :SI-UPD-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-ALERT-SUBSCRIPTIONS.
           MOVE 'CBS_ALERT_SUBSCR' TO WS-SECTION-NAME.
           MOVE 'ALERT SUBSCRIPTIONS ON THE ACCOUNTS'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSALSUBCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-ALERT-SUBSCRIPTION.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE AS-ACCOUNT-NUMBER     TO WS-EDIT-1
              MOVE AS-LOW-BAL-THRESHOLD  TO WS-EDIT-2
              MOVE AS-LARGE-DEBIT-AMOUNT TO WS-EDIT-3
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' LOW_BAL_ALERT=' AS-LOW-BAL-ALERT
                     ' LOW_BAL_THRESHOLD=' WS-EDIT-2
                     ' LARGE_DEBIT_ALERT=' AS-LARGE-DEBIT-ALERT
                     ' LARGE_DEBIT_AMOUNT=' WS-EDIT-3
                     ' REJECT_ALERT=' AS-REJECT-ALERT
                     ' SI_SUSPEND_ALERT=' AS-SI-SUSPEND-ALERT
                     ' UPD_USERID=' AS-UPD-USERID
                     ' UPD_TIMESTAMP=' AS-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-ALERT-SUBSCRIPTION
           END-PERFORM.
           EXEC SQL
                CLOSE DSALSUBCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-ALERT-SUBSCRIPTION.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSALSUBCSR
                    INTO :AS-ACCOUNT-NUMBER, :AS-LOW-BAL-ALERT,
                         :AS-LOW-BAL-THRESHOLD,
                         :AS-LARGE-DEBIT-ALERT,
                         :AS-LARGE-DEBIT-AMOUNT, :AS-REJECT-ALERT,
                         :AS-SI-SUSPEND-ALERT, :AS-UPD-USERID,
                         :AS-UPD-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-ALERT-LOG.
           MOVE 'CBS_ALERT_LOG' TO WS-SECTION-NAME.
           MOVE 'ALERTS RAISED AND THE CHANNEL USED'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSALLOGCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-ALERT-LOG-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE AL-ACCOUNT-NUMBER TO WS-EDIT-1
              MOVE SPACES TO WS-ROW-DATA
              STRING 'ACCOUNT_NUMBER=' WS-EDIT-1
                     ' ALERT_TYPE=' AL-ALERT-TYPE
                     ' ALERT_REF=' AL-ALERT-REF
                     ' BUSINESS_DATE=' AL-BUSINESS-DATE
                     ' CHANNEL=' AL-CHANNEL
                     ' ALERT_STATUS=' AL-ALERT-STATUS
                     ' LOG_TIMESTAMP=' AL-LOG-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-ALERT-LOG-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE DSALLOGCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-ALERT-LOG-ROW.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSALLOGCSR
                    INTO :AL-ACCOUNT-NUMBER, :AL-ALERT-TYPE,
                         :AL-ALERT-REF, :AL-BUSINESS-DATE,
                         :AL-CHANNEL, :AL-ALERT-STATUS,
                         :AL-LOG-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
      * EXPORT-INSURANCE-LINKS lists every CUST_ID_XREF row for the
      * CUID and counts the ACTIVE ones the insurance sections follow.
       EXPORT-INSURANCE-LINKS.
           MOVE 'CUST_ID_XREF' TO WS-SECTION-NAME.
           MOVE 'LINKS TO INSURANCE CUSTOMER NUMBERS'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           MOVE 0 TO WS-LINK-COUNT.
           EXEC SQL
                OPEN DSXREFCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-INSURANCE-LINK.
           PERFORM UNTIL WS-END-OF-CURSOR
              IF XR-LINK-STATUS = WK-LINK-ACTIVE
                 ADD 1 TO WS-LINK-COUNT
              END-IF
              MOVE XR-CUSTOMERNUMBER TO WS-EDIT-1
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUID=' DR-CUID
                     ' CUSTOMERNUMBER=' WS-EDIT-1
                     ' LINK_STATUS=' XR-LINK-STATUS
                     ' UPD_USERID=' XR-UPD-USERID
                     ' UPD_TIMESTAMP=' XR-UPD-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-INSURANCE-LINK
           END-PERFORM.
           EXEC SQL
                CLOSE DSXREFCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-INSURANCE-LINK.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSXREFCSR
                    INTO :XR-CUSTOMERNUMBER, :XR-LINK-STATUS,
                         :XR-UPD-USERID, :XR-UPD-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-POLICIES.
           MOVE 'POLICY' TO WS-SECTION-NAME.
           MOVE 'INSURANCE POLICIES HELD' TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSPOLCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-POLICY.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE WS-PO-POLICYNUMBER   TO WS-EDIT-1
              MOVE WS-PO-CUSTOMERNUMBER TO WS-EDIT-2
              MOVE WS-PO-BROKERID       TO WS-EDIT-3
              MOVE WS-PO-PAYMENT        TO WS-EDIT-4
              MOVE WS-PO-COMMISSION     TO WS-EDIT-5
              MOVE SPACES TO WS-ROW-DATA
              STRING 'POLICYNUMBER=' WS-EDIT-1
                     ' CUSTOMERNUMBER=' WS-EDIT-2
                     ' ISSUEDATE=' WS-PO-ISSUEDATE
                     ' EXPIRYDATE=' WS-PO-EXPIRYDATE
                     ' POLICYTYPE=' WS-PO-POLICYTYPE
                     ' LASTCHANGED=' WS-PO-LASTCHANGED
                     ' BROKERID=' WS-EDIT-3
                     ' BROKERSREFERENCE=' WS-PO-BROKERSREFERENCE
                     ' PAYMENT=' WS-EDIT-4
                     ' COMMISSION=' WS-EDIT-5
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-POLICY
           END-PERFORM.
           EXEC SQL
                CLOSE DSPOLCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-POLICY.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSPOLCSR
                    INTO :WS-PO-POLICYNUMBER, :WS-PO-CUSTOMERNUMBER,
                         :WS-PO-ISSUEDATE, :WS-PO-EXPIRYDATE,
                         :WS-PO-POLICYTYPE, :WS-PO-LASTCHANGED,
                         :WS-PO-BROKERID, :WS-PO-BROKERSREFERENCE,
                         :WS-PO-PAYMENT, :WS-PO-COMMISSION
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-CLAIMS.
           MOVE 'CLAIM' TO WS-SECTION-NAME.
           MOVE 'CLAIMS MADE ON THOSE POLICIES'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSCLAIMCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-CLAIM.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE WS-CL-CLAIMNUMBER  TO WS-EDIT-1
              MOVE WS-CL-POLICYNUMBER TO WS-EDIT-2
              MOVE WS-CL-PAID         TO WS-EDIT-3
              MOVE WS-CL-VALUE        TO WS-EDIT-4
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CLAIMNUMBER=' WS-EDIT-1
                     ' POLICYNUMBER=' WS-EDIT-2
                     ' CLAIMDATE=' WS-CL-CLAIMDATE
                     ' PAID=' WS-EDIT-3
                     ' VALUE=' WS-EDIT-4
                     ' CAUSE=' WS-CL-CAUSE
                     ' OBSERVATIONS=' WS-CL-OBSERVATIONS
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-CLAIM
           END-PERFORM.
           EXEC SQL
                CLOSE DSCLAIMCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-CLAIM.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSCLAIMCSR
                    INTO :WS-CL-CLAIMNUMBER, :WS-CL-POLICYNUMBER,
                         :WS-CL-CLAIMDATE, :WS-CL-PAID, :WS-CL-VALUE,
                         :WS-CL-CAUSE, :WS-CL-OBSERVATIONS
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
       EXPORT-SECURITY-EVENTS.
           MOVE 'SECURITY_EVENT_LOG' TO WS-SECTION-NAME.
           MOVE 'INSURANCE ONLINE SIGN-ON AND PASSWORD EVENTS'
             TO WS-SECTION-DESCRIPTION.
           PERFORM START-SECTION.
           EXEC SQL
                OPEN DSSECCSR
           END-EXEC.
           PERFORM CHECK-CURSOR-SQLCODE.
           PERFORM FETCH-SECURITY-EVENT.
           PERFORM UNTIL WS-END-OF-CURSOR
              MOVE SPACES TO WS-ROW-DATA
              STRING 'CUSTOMERNUMBER=' SE-CUSTOMERNUMBER
                     ' EVENT_TYPE=' SE-EVENT-TYPE
                     ' FUNCTION_CODE=' SE-FUNCTION-CODE
                     ' EVENT_TIMESTAMP=' SE-EVENT-TIMESTAMP
                     DELIMITED BY SIZE
                     INTO WS-ROW-DATA
              END-STRING
              PERFORM WRITE-DETAIL-ROW
              PERFORM FETCH-SECURITY-EVENT
           END-PERFORM.
           EXEC SQL
                CLOSE DSSECCSR
           END-EXEC.
           PERFORM END-SECTION.

      ******************************************************************
       FETCH-SECURITY-EVENT.
           IF NOT WS-END-OF-CURSOR
              EXEC SQL
                   FETCH DSSECCSR
                    INTO :SE-CUSTOMERNUMBER, :SE-EVENT-TYPE,
                         :SE-FUNCTION-CODE, :SE-EVENT-TIMESTAMP
              END-EXEC
              PERFORM CHECK-CURSOR-SQLCODE
           END-IF.

      ******************************************************************
      * LOG-DSAR-REQUEST records that the request was answered, with
      * what the export carried, once the file is complete.
       LOG-DSAR-REQUEST.
           MOVE DR-REQUEST-REF   TO DQ-REQUEST-REF.
           MOVE WS-CUID          TO DQ-CUID.
           MOVE DR-RECEIVED-DATE TO DQ-RECEIVED-DATE.
           MOVE DR-REQUESTED-BY  TO DQ-REQUESTED-BY.
           MOVE WS-BUSINESS-DATE TO DQ-BUSINESS-DATE.
           MOVE WS-SECTION-COUNT TO DQ-SECTIONS-EXPORTED.
           MOVE WS-ROW-TOTAL     TO DQ-RECORDS-EXPORTED.
           MOVE WS-LINK-COUNT    TO DQ-INSURANCE-LINKS.
           EXEC SQL
                INSERT INTO DSAR_REQUEST_LOG
                       ( REQUEST_REF ,
                         CUID ,
                         RECEIVED_DATE ,
                         REQUESTED_BY ,
                         BUSINESS_DATE ,
                         ANSWERED_TIMESTAMP ,
                         SECTIONS_EXPORTED ,
                         RECORDS_EXPORTED ,
                         INSURANCE_LINKS )
                VALUES
                       ( :DQ-REQUEST-REF ,
                         :DQ-CUID ,
                         :DQ-RECEIVED-DATE ,
                         :DQ-REQUESTED-BY ,
                         :DQ-BUSINESS-DATE ,
                         CURRENT TIMESTAMP ,
                         :DQ-SECTIONS-EXPORTED ,
                         :DQ-RECORDS-EXPORTED ,
                         :DQ-INSURANCE-LINKS )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCDSAR) REQUEST LOG INSERT FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           EXEC SQL
                COMMIT
           END-EXEC.

      ******************************************************************
      * ABANDON-RUN ends a refused or failed request: RC 8 on the run
      * log and the step, and no DSAR_REQUEST_LOG row.
       ABANDON-RUN.
           EXEC SQL
                ROLLBACK
           END-EXEC.
           DISPLAY '(TCSCDSAR) REQUEST NOT ANSWERED - NOTHING LOGGED'.
           MOVE WK-ABANDON-RC TO RL-RETURN-CODE.
           EXEC SQL
                UPDATE BATCH_RUN_LOG
                   SET END_TIMESTAMP = CURRENT TIMESTAMP ,
                       RETURN_CODE = :RL-RETURN-CODE ,
                       RUN_STATUS = 'E'
                 WHERE PROGRAM_NAME = :RL-PROGRAM-NAME
                   AND START_TIMESTAMP = :RL-START-TIMESTAMP
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
           IF WS-EXPORT-OPEN
              CLOSE EXPORT-FILE
           END-IF.
           MOVE WK-ABANDON-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it is later abandoned.
       WRITE-RUN-LOG-START.
           MOVE 'TCSCDSAR' TO RL-PROGRAM-NAME.
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                  INTO :RL-START-TIMESTAMP
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           EXEC SQL
                INSERT INTO BATCH_RUN_LOG
                       ( PROGRAM_NAME , BUSINESS_DATE ,
                         START_TIMESTAMP , END_TIMESTAMP ,
                         RECORDS_READ , RECORDS_UPDATED ,
                         RECORDS_FAILED , RETURN_CODE , RUN_STATUS )
                VALUES
                       ( :RL-PROGRAM-NAME , :RL-BUSINESS-DATE ,
                         :RL-START-TIMESTAMP , :RL-START-TIMESTAMP ,
                         0 , 0 , 0 , 0 , 'S' )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCDSAR) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * records exported, and the one request-log row written.
       WRITE-RUN-LOG-END.
           MOVE WS-ROW-TOTAL TO RL-RECORDS-READ.
           MOVE 1 TO RL-RECORDS-UPDATED.
           MOVE 0 TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
           EXEC SQL
                UPDATE BATCH_RUN_LOG
                   SET END_TIMESTAMP = CURRENT TIMESTAMP ,
                       RECORDS_READ = :RL-RECORDS-READ ,
                       RECORDS_UPDATED = :RL-RECORDS-UPDATED ,
                       RECORDS_FAILED = :RL-RECORDS-FAILED ,
                       RETURN_CODE = :RL-RETURN-CODE ,
                       RUN_STATUS = 'E'
                 WHERE PROGRAM_NAME = :RL-PROGRAM-NAME
                   AND START_TIMESTAMP = :RL-START-TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCDSAR) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
