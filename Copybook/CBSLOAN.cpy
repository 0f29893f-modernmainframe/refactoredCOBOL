      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_LOAN)                                  *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSLOAN))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LN-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Personal-loan contract, one row per loan account in
      * CBS_ACCT_MSTR_DTL. The loan account's LEDGER_BALANCE carries
      * the principal outstanding as a debit balance (negative); this
      * row carries only the contract CBSLNORG booked: PRINCIPAL lent,
      * ANNUAL_RATE_PCT (percent, three decimals), TERM_MONTHS, the
      * level INSTALMENT_AMOUNT and REPAY_ACCOUNT - the customer's
      * current account the principal is paid into and instalments
      * are collected from. The instalment-by-instalment plan is on
      * CBS_LOAN_SCHEDULE (CBSLNSCH).
      * LOAN_STATUS: PENDING until CBSLNCOL's disbursement transfer
      * has been accepted by CBSTXNP, ACTIVE while instalments are
      * being collected, REPAID once every schedule line is PAID.
      * DAYS_PAST_DUE, ARREARS_BUCKET and ARREARS_AMOUNT are kept by
      * CBSLNARR's nightly arrears run: days since the oldest MISSED
      * instalment fell due, its bucket (0 up to date, 1 for 1-29
      * days, 2 for 30-59, 3 for 60-89, 4 for 90 and over) and the
      * total of the MISSED instalments. CBSLNORG books them zero.
      ******************************************************************
           EXEC SQL DECLARE CBS_LOAN TABLE
           ( LOAN_ACCOUNT                   BIGINT NOT NULL,
             REPAY_ACCOUNT                  BIGINT NOT NULL,
             PRINCIPAL                      INTEGER NOT NULL,
             ANNUAL_RATE_PCT                DECIMAL(5, 3) NOT NULL,
             TERM_MONTHS                    SMALLINT NOT NULL,
             INSTALMENT_AMOUNT              INTEGER NOT NULL,
             START_DATE                     DATE NOT NULL,
             LOAN_STATUS                    CHAR(10) NOT NULL,
             DAYS_PAST_DUE                  SMALLINT NOT NULL,
             ARREARS_BUCKET                 SMALLINT NOT NULL,
             ARREARS_AMOUNT                 INTEGER NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_LOAN                           *
      ******************************************************************
      *
       01  DCLCBS-LOAN.
           10 LN-LOAN-ACCOUNT      PIC S9(18) USAGE COMP.
           10 LN-REPAY-ACCOUNT     PIC S9(18) USAGE COMP.
           10 LN-PRINCIPAL         PIC S9(9) USAGE COMP.
           10 LN-ANNUAL-RATE-PCT   PIC S9(2)V9(3) USAGE COMP-3.
           10 LN-TERM-MONTHS       PIC S9(4) USAGE COMP.
           10 LN-INSTALMENT-AMOUNT PIC S9(9) USAGE COMP.
           10 LN-START-DATE        PIC X(10).
           10 LN-LOAN-STATUS       PIC X(10).
           10 LN-DAYS-PAST-DUE     PIC S9(4) USAGE COMP.
           10 LN-ARREARS-BUCKET    PIC S9(4) USAGE COMP.
           10 LN-ARREARS-AMOUNT    PIC S9(9) USAGE COMP.
           10 LN-UPD-USERID        PIC X(10).
           10 LN-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
