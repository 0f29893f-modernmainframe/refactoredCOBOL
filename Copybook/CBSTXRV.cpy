      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_TXN_REVERSAL)                          *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSTXRV))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RV-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Posting reversals written by CBSTXREV: one row per reversed
      * posting, linking the original accepted CBS_ACCT_TXN_HIST
      * row(s) to the reversing row(s). ACCOUNT_NUMBER is the account
      * the reversal was requested against; CONTRA_ACCOUNT is the
      * other leg's account when the original was a 'T' transfer
      * (both legs are reversed together) and zero otherwise.
      * ORIGINAL_REF is the original posting's TXN_REF, REVERSAL_REF
      * the TXN_REF carried by the reversing history row(s) on the
      * same account(s). TXN_TYPE and TXN_AMOUNT are the original's
      * type on ACCOUNT_NUMBER and its amount. A posting is reversed
      * at most once: CBSTXREV refuses a second row for the same
      * ORIGINAL_REF on either account. CBSTXINQ, CBSMVRPT and
      * CBSGLJRN tell a reversing history row from an ordinary
      * posting by its REVERSAL_REF here.
      ******************************************************************
           EXEC SQL DECLARE CBS_TXN_REVERSAL TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             ORIGINAL_REF                   CHAR(16) NOT NULL,
             REVERSAL_REF                   CHAR(16) NOT NULL,
             CONTRA_ACCOUNT                 BIGINT NOT NULL,
             TXN_TYPE                       CHAR(1) NOT NULL,
             TXN_AMOUNT                     INTEGER NOT NULL,
             REVERSAL_REASON                CHAR(50) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_TXN_REVERSAL                   *
      ******************************************************************
      *
       01  DCLCBS-TXN-REVERSAL.
           10 RV-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 RV-ORIGINAL-REF      PIC X(16).
           10 RV-REVERSAL-REF      PIC X(16).
           10 RV-CONTRA-ACCOUNT    PIC S9(18) USAGE COMP.
           10 RV-TXN-TYPE          PIC X(1).
           10 RV-TXN-AMOUNT        PIC S9(9) USAGE COMP.
           10 RV-REVERSAL-REASON   PIC X(50).
           10 RV-UPD-USERID        PIC X(10).
           10 RV-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
