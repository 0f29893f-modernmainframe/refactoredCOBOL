      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ACCT_BAL_SNAP_ARCH)                    *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSBALSA))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SA-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Retention archive for CBS_ACCT_BAL_SNAP: the same columns
      * plus the archival timestamp. CBSRETAR moves snapshots older
      * than the retention period here copy-then-delete (the YRENDARC
      * style); CBSBALIQ reaches them with its archive source flag.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_BAL_SNAP_ARCH TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             BASE_BRANCH                    CHAR(20) NOT NULL,
             PRODUCT_CODE                   CHAR(5) NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             ACCOUNT_STATUS                 CHAR(10) NOT NULL,
             LEDGER_BALANCE                 BIGINT NOT NULL,
             SNAP_TIMESTAMP                 TIMESTAMP NOT NULL,
             ARCHIVED_TIMESTAMP             TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_BAL_SNAP_ARCH             *
      ******************************************************************
      *
       01  DCLCBS-ACCT-BAL-SNAP-ARCH.
           10 SA-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 SA-BUSINESS-DATE     PIC X(10).
           10 SA-BASE-BRANCH       PIC X(20).
           10 SA-PRODUCT-CODE      PIC X(5).
           10 SA-CURRENCY          PIC X(3).
           10 SA-ACCOUNT-STATUS    PIC X(10).
           10 SA-LEDGER-BALANCE    PIC S9(18) USAGE COMP.
           10 SA-SNAP-TIMESTAMP    PIC X(26).
           10 SA-ARCHIVED-TIMESTAMP PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
