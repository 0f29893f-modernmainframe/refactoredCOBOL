      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ACCT_BAL_SNAP)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSBALSN))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BS-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * End-of-day balance snapshot: one row per account per business
      * date, written by CBSBALSN from CBS_ACCT_MSTR_DTL as the night
      * closes. LEDGER_BALANCE is the account's closing balance for
      * BUSINESS_DATE; BASE_BRANCH, PRODUCT_CODE, CURRENCY and
      * ACCOUNT_STATUS are as they stood that night, so the month-end
      * averages (CBSBALRP) group an account where it stood at the
      * month's last snapshot. Keyed ACCOUNT_NUMBER + BUSINESS_DATE;
      * a rerun for the same date replaces that date's rows. CBSBALIQ
      * answers "what was the balance on" from here, and CBSRETAR
      * moves rows past the retention period to
      * CBS_ACCT_BAL_SNAP_ARCH.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_BAL_SNAP TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             BASE_BRANCH                    CHAR(20) NOT NULL,
             PRODUCT_CODE                   CHAR(5) NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             ACCOUNT_STATUS                 CHAR(10) NOT NULL,
             LEDGER_BALANCE                 BIGINT NOT NULL,
             SNAP_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_BAL_SNAP                  *
      ******************************************************************
      *
       01  DCLCBS-ACCT-BAL-SNAP.
           10 BS-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 BS-BUSINESS-DATE     PIC X(10).
           10 BS-BASE-BRANCH       PIC X(20).
           10 BS-PRODUCT-CODE      PIC X(5).
           10 BS-CURRENCY          PIC X(3).
           10 BS-ACCOUNT-STATUS    PIC X(10).
           10 BS-LEDGER-BALANCE    PIC S9(18) USAGE COMP.
           10 BS-SNAP-TIMESTAMP    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
