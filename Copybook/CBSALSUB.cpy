      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ALERT_SUBSCR)                          *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSALSUB))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AS-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Customer alert subscriptions, one row per CBS_ACCT_MSTR_DTL
      * account, maintained through CBSALMNT. Each alert is switched
      * on by its own 'Y'/'N' flag:
      *  - LOW_BAL_ALERT: the LEDGER_BALANCE has fallen below
      *    LOW_BAL_THRESHOLD (account currency) after a debit;
      *  - LARGE_DEBIT_ALERT: an accepted debit larger than
      *    LARGE_DEBIT_AMOUNT has posted;
      *  - REJECT_ALERT: a posting against the account was rejected;
      *  - SI_SUSPEND_ALERT: a standing instruction drawn on the
      *    account has been suspended.
      * CBSALERT evaluates the day's postings and instruction changes
      * against these rows after CBSTXNP and CBSSIEXE have run.
      ******************************************************************
           EXEC SQL DECLARE CBS_ALERT_SUBSCR TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             LOW_BAL_ALERT                  CHAR(1) NOT NULL,
             LOW_BAL_THRESHOLD              BIGINT NOT NULL,
             LARGE_DEBIT_ALERT              CHAR(1) NOT NULL,
             LARGE_DEBIT_AMOUNT             INTEGER NOT NULL,
             REJECT_ALERT                   CHAR(1) NOT NULL,
             SI_SUSPEND_ALERT               CHAR(1) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ALERT_SUBSCR                   *
      ******************************************************************
      *
       01  DCLCBS-ALERT-SUBSCR.
           10 AS-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 AS-LOW-BAL-ALERT     PIC X(1).
           10 AS-LOW-BAL-THRESHOLD PIC S9(18) USAGE COMP.
           10 AS-LARGE-DEBIT-ALERT PIC X(1).
           10 AS-LARGE-DEBIT-AMOUNT PIC S9(9) USAGE COMP.
           10 AS-REJECT-ALERT      PIC X(1).
           10 AS-SI-SUSPEND-ALERT  PIC X(1).
           10 AS-UPD-USERID        PIC X(10).
           10 AS-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
