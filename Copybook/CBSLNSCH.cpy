      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_LOAN_SCHEDULE)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSLNSCH))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(LS-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Amortization schedule, one row per instalment of a CBS_LOAN,
      * written in full by CBSLNORG when the loan is booked. Key is
      * LOAN_ACCOUNT + INSTALMENT_NO (1 to TERM_MONTHS). PRINCIPAL_PART
      * plus INTEREST_PART is the instalment collected on DUE_DATE;
      * BALANCE_AFTER is the principal still outstanding once it is
      * paid (zero on the last line).
      * LINE_STATUS: DUE until CBSLNCOL emits the collection on or
      * after DUE_DATE, PENDING while that collection awaits its
      * CBSTXNP disposition (COLLECT_REF is its TXN_REF), then PAID
      * or MISSED from the CBS_ACCT_TXN_HIST disposition. A MISSED
      * line whose collection is later resubmitted and accepted
      * under the same COLLECT_REF settles to PAID.
      ******************************************************************
           EXEC SQL DECLARE CBS_LOAN_SCHEDULE TABLE
           ( LOAN_ACCOUNT                   BIGINT NOT NULL,
             INSTALMENT_NO                  SMALLINT NOT NULL,
             DUE_DATE                       DATE NOT NULL,
             PRINCIPAL_PART                 INTEGER NOT NULL,
             INTEREST_PART                  INTEGER NOT NULL,
             BALANCE_AFTER                  INTEGER NOT NULL,
             LINE_STATUS                    CHAR(10) NOT NULL,
             COLLECT_REF                    CHAR(16) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_LOAN_SCHEDULE                  *
      ******************************************************************
      *
       01  DCLCBS-LOAN-SCHEDULE.
           10 LS-LOAN-ACCOUNT      PIC S9(18) USAGE COMP.
           10 LS-INSTALMENT-NO     PIC S9(4) USAGE COMP.
           10 LS-DUE-DATE          PIC X(10).
           10 LS-PRINCIPAL-PART    PIC S9(9) USAGE COMP.
           10 LS-INTEREST-PART     PIC S9(9) USAGE COMP.
           10 LS-BALANCE-AFTER     PIC S9(9) USAGE COMP.
           10 LS-LINE-STATUS       PIC X(10).
           10 LS-COLLECT-REF       PIC X(16).
           10 LS-UPD-USERID        PIC X(10).
           10 LS-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
