      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_CHEQUE_BOOK)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCQBK))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CB-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Cheque-book issuance register, one row per book issued against
      * a CBS_ACCT_MSTR_DTL account - see CBSCQMNT. FIRST_SERIAL and
      * LAST_SERIAL bound the leaves printed in the book; the ranges
      * of one account's books never overlap, so a serial identifies
      * exactly one leaf. CBSTXNP refuses a presented cheque whose
      * serial falls in none of the account's books as CHEQUE NOT
      * ISSUED. BOOK_ID comes from the DB2 sequence CHEQUE_BOOK_SEQ
      * (no DDL in this repo, the CUSTOMER_SEQ caveat).
      ******************************************************************
           EXEC SQL DECLARE CBS_CHEQUE_BOOK TABLE
           ( BOOK_ID                        INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             FIRST_SERIAL                   INTEGER NOT NULL,
             LAST_SERIAL                    INTEGER NOT NULL,
             ISSUE_DATE                     DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_CHEQUE_BOOK                    *
      ******************************************************************
      *
       01  DCLCBS-CHEQUE-BOOK.
           10 CB-BOOK-ID           PIC S9(9) USAGE COMP.
           10 CB-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 CB-FIRST-SERIAL      PIC S9(9) USAGE COMP.
           10 CB-LAST-SERIAL       PIC S9(9) USAGE COMP.
           10 CB-ISSUE-DATE        PIC X(10).
           10 CB-UPD-USERID        PIC X(10).
           10 CB-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
