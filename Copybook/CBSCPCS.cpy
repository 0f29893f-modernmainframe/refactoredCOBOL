      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_COMPLAINT_CASE)                        *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCPCS))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CC-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Customer complaint case register, one row per complaint,
      * CASE_ID from the DB2 sequence COMPLAINT_CASE_SEQ (no DDL in
      * this repo, the CUSTOMER_SEQ caveat) - see CBSCPMNT. A case is
      * keyed to whichever of CUID, ACCOUNT_NUMBER, POLICYNUMBER and
      * CLAIMNUMBER the complaint is about (zero where not given; at
      * least one is always set) and owned by BRANCH_NAME, the
      * account's BASE_BRANCH unless the logging branch says
      * otherwise.
      *
      * CATEGORY is the regulator's complaint category (PAYMENTS,
      * ACCOUNTS, LENDING, CLAIMS, POLICY, SERVICE or OTHER),
      * ROOT_CAUSE what the investigation found. CASE_STATUS is OPEN
      * or CLOSED; OUTCOME is blank while open, then 'U' upheld, 'P'
      * partly upheld or 'R' rejected (not upheld). REDRESS_PAID is
      * the compensation or refund paid, in whole currency units.
      * DEADLINE_DATE is the final-response deadline: OPENED_DATE
      * plus the SLA in business days on CBS_PROC_CALENDAR.
      * CLOSED_DATE is 9999-12-31 until the case is closed.
      * CBSCPSLA reports open cases nearing or past the deadline
      * daily; CBSCPRET builds the half-yearly regulatory return.
      ******************************************************************
           EXEC SQL DECLARE CBS_COMPLAINT_CASE TABLE
           ( CASE_ID                        INTEGER NOT NULL,
             CUID                           INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             BRANCH_NAME                    CHAR(20) NOT NULL,
             CATEGORY                       CHAR(10) NOT NULL,
             DESCRIPTION                    CHAR(50) NOT NULL,
             ROOT_CAUSE                     CHAR(30) NOT NULL,
             REDRESS_PAID                   INTEGER NOT NULL,
             CASE_STATUS                    CHAR(10) NOT NULL,
             OUTCOME                        CHAR(1) NOT NULL,
             OPENED_DATE                    DATE NOT NULL,
             DEADLINE_DATE                  DATE NOT NULL,
             CLOSED_DATE                    DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_COMPLAINT_CASE                 *
      ******************************************************************
      *
       01  DCLCBS-COMPLAINT-CASE.
           10 CC-CASE-ID           PIC S9(9) USAGE COMP.
           10 CC-CUID              PIC S9(9) USAGE COMP.
           10 CC-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 CC-POLICYNUMBER      PIC S9(9) USAGE COMP.
           10 CC-CLAIMNUMBER       PIC S9(9) USAGE COMP.
           10 CC-BRANCH-NAME       PIC X(20).
           10 CC-CATEGORY          PIC X(10).
           10 CC-DESCRIPTION       PIC X(50).
           10 CC-ROOT-CAUSE        PIC X(30).
           10 CC-REDRESS-PAID      PIC S9(9) USAGE COMP.
           10 CC-CASE-STATUS       PIC X(10).
           10 CC-OUTCOME           PIC X(1).
           10 CC-OPENED-DATE       PIC X(10).
           10 CC-DEADLINE-DATE     PIC X(10).
           10 CC-CLOSED-DATE       PIC X(10).
           10 CC-UPD-USERID        PIC X(10).
           10 CC-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
