      ******************************************************************
      * DCLGEN TABLE(PAYOUT_CREDIT)                                    *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PC-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Payouts credited straight into the customer's nominated bank
      * account instead of going to the external payments system on
      * an LGSETPAY instruction. LGPAYRTE writes one row per routed
      * payout ('P' pending) in the payout program's unit of work;
      * CREDIT_REF is the CBSTXNR TR-TXN-REF the payout program
      * writes the credit under ('S' + PAYOUT_CREDIT_SEQ, no DDL in
      * this repo, the CUSTOMER_SEQ caveat). SOURCE_PROGRAM names the
      * payout program and CLAIMNUMBER is zero for a maturity (the
      * LGSETPAY convention).
      * LGPAYCNF matches each pending row to the credit's
      * CBS_ACCT_TXN_HIST disposition: CREDIT_STATUS 'A' when CBSTXNP
      * accepted it, 'F' when it was rejected and the payout fell
      * back to an LGSETPAY instruction (REJECT_REASON keeps why).
      ******************************************************************
           EXEC SQL DECLARE PAYOUT_CREDIT TABLE
           ( CREDIT_REF                     CHAR(16) NOT NULL,
             SOURCE_PROGRAM                 CHAR(8) NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             AMOUNT                         INTEGER NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             VALUE_DATE                     DATE NOT NULL,
             CREDIT_STATUS                  CHAR(1) NOT NULL,
             REJECT_REASON                  CHAR(50) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYOUT_CREDIT                      *
      ******************************************************************
      *
       01  DCLPAYOUT-CREDIT.
           10 PC-CREDIT-REF        PIC X(16).
           10 PC-SOURCE-PROGRAM    PIC X(8).
           10 PC-POLICYNUMBER      PIC 9(10).
           10 PC-CLAIMNUMBER       PIC 9(10).
           10 PC-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 PC-AMOUNT            PIC S9(9) USAGE COMP.
           10 PC-CURRENCY          PIC X(3).
           10 PC-VALUE-DATE        PIC X(10).
           10 PC-CREDIT-STATUS     PIC X(1).
           10 PC-REJECT-REASON     PIC X(50).
           10 PC-UPD-USERID        PIC X(10).
           10 PC-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
