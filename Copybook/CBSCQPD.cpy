      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_CHEQUE_PAID)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCQPD))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CP-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Paid-cheque register: one row per cheque CBSTXNP has paid,
      * written in the same unit of work as the debit, keyed by
      * ACCOUNT_NUMBER and CHEQUE_SERIAL. A second presentment of a
      * serial already here is refused as CHEQUE ALREADY PAID.
      * TXN_REF ties the row back to its CBS_ACCT_TXN_HIST debit;
      * CBSCQINQ lists an account's paid cheques from here when a
      * customer disputes one.
      ******************************************************************
           EXEC SQL DECLARE CBS_CHEQUE_PAID TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             CHEQUE_SERIAL                  INTEGER NOT NULL,
             TXN_AMOUNT                     INTEGER NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             VALUE_DATE                     DATE NOT NULL,
             TXN_REF                        CHAR(16) NOT NULL,
             PAID_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_CHEQUE_PAID                    *
      ******************************************************************
      *
       01  DCLCBS-CHEQUE-PAID.
           10 CP-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 CP-CHEQUE-SERIAL     PIC S9(9) USAGE COMP.
           10 CP-TXN-AMOUNT        PIC S9(9) USAGE COMP.
           10 CP-CURRENCY          PIC X(3).
           10 CP-VALUE-DATE        PIC X(10).
           10 CP-TXN-REF           PIC X(16).
           10 CP-PAID-TIMESTAMP    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
