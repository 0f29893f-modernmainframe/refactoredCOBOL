      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_AML_ALERT)                             *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSAMLAL))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(ML-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Transaction-monitoring alert queue for the compliance
      * analysts. CBSAMLMN raises one row per scenario hit (see
      * CBSAMLSC for the scenario codes); CBSAMLDP records the
      * analyst's disposition. ALERT_ID comes from the DB2 sequence
      * AML_ALERT_SEQ (no DDL in this repo, the CUSTOMER_SEQ caveat).
      * ALERT_DATE is the business date the alert was raised,
      * CUSTOMER_ID the account's primary holder. ALERT_AMOUNT is the
      * posting (LGCT) or the total that tripped the scenario, in
      * CURRENCY; TXN_COUNT the postings behind it. TXN_REF and
      * TXN_TYPE identify the posting for a LGCT alert and are blank
      * for the pattern scenarios. ALERT_STATUS: OPEN until worked,
      * then ESCALATED (passed on for a suspicious-activity report)
      * or DISCOUNTED (explained), with the analyst in UPD_USERID and
      * the note in DISPOSITION_NOTE.
      ******************************************************************
           EXEC SQL DECLARE CBS_AML_ALERT TABLE
           ( ALERT_ID                       INTEGER NOT NULL,
             SCENARIO_CODE                  CHAR(4) NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             CUSTOMER_ID                    INTEGER NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             ALERT_AMOUNT                   BIGINT NOT NULL,
             TXN_COUNT                      INTEGER NOT NULL,
             TXN_REF                        CHAR(16) NOT NULL,
             TXN_TYPE                       CHAR(1) NOT NULL,
             ALERT_DATE                     DATE NOT NULL,
             ALERT_DETAIL                   CHAR(50) NOT NULL,
             ALERT_STATUS                   CHAR(10) NOT NULL,
             DISPOSITION_NOTE               CHAR(50) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_AML_ALERT                      *
      ******************************************************************
      *
       01  DCLCBS-AML-ALERT.
           10 ML-ALERT-ID          PIC S9(9) USAGE COMP.
           10 ML-SCENARIO-CODE     PIC X(4).
           10 ML-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 ML-CUSTOMER-ID       PIC S9(9) USAGE COMP.
           10 ML-CURRENCY          PIC X(3).
           10 ML-ALERT-AMOUNT      PIC S9(18) USAGE COMP.
           10 ML-TXN-COUNT         PIC S9(9) USAGE COMP.
           10 ML-TXN-REF           PIC X(16).
           10 ML-TXN-TYPE          PIC X(1).
           10 ML-ALERT-DATE        PIC X(10).
           10 ML-ALERT-DETAIL      PIC X(50).
           10 ML-ALERT-STATUS      PIC X(10).
           10 ML-DISPOSITION-NOTE  PIC X(50).
           10 ML-UPD-USERID        PIC X(10).
           10 ML-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
