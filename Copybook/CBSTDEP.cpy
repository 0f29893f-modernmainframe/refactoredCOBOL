      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_TERM_DEPOSIT)                          *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSTDEP))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TD-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Fixed-term deposit terms, one row per term-deposit account in
      * CBS_ACCT_MSTR_DTL (the deposit's balance lives on the account
      * row like any other; this row carries only the contract).
      * CBSACOP inserts it when an account is opened as a term
      * deposit. PRINCIPAL is the amount placed for the term,
      * FIXED_RATE_PCT the annual rate (percent, three decimals)
      * fixed for the term, and MATURITY_DATE is START_DATE plus
      * TERM_MONTHS.
      * MATURITY_INSTR says what CBSTDMAT does at maturity once the
      * term's interest is credited: 'R' rolls principal plus
      * interest over for another term at the same rate, 'P' pays the
      * balance out to PAYOUT_ACCOUNT (zero for a rollover deposit)
      * as a CBSTXNR transfer.
      * DEPOSIT_STATUS uses the account-status vocabulary: ACTIVE
      * while the term is running - every debit path refuses a debit
      * against an ACTIVE deposit's account - then MATURED once paid
      * out, or BROKEN after an early break through CBSTDBRK.
      ******************************************************************
           EXEC SQL DECLARE CBS_TERM_DEPOSIT TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             PRINCIPAL                      INTEGER NOT NULL,
             TERM_MONTHS                    SMALLINT NOT NULL,
             FIXED_RATE_PCT                 DECIMAL(5, 3) NOT NULL,
             START_DATE                     DATE NOT NULL,
             MATURITY_DATE                  DATE NOT NULL,
             MATURITY_INSTR                 CHAR(1) NOT NULL,
             PAYOUT_ACCOUNT                 BIGINT NOT NULL,
             DEPOSIT_STATUS                 CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_TERM_DEPOSIT                   *
      ******************************************************************
      *
       01  DCLCBS-TERM-DEPOSIT.
           10 TD-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 TD-PRINCIPAL         PIC S9(9) USAGE COMP.
           10 TD-TERM-MONTHS       PIC S9(4) USAGE COMP.
           10 TD-FIXED-RATE-PCT    PIC S9(2)V9(3) USAGE COMP-3.
           10 TD-START-DATE        PIC X(10).
           10 TD-MATURITY-DATE     PIC X(10).
           10 TD-MATURITY-INSTR    PIC X(1).
           10 TD-PAYOUT-ACCOUNT    PIC S9(18) USAGE COMP.
           10 TD-DEPOSIT-STATUS  PIC X(10).
           10 TD-UPD-USERID        PIC X(10).
           10 TD-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
