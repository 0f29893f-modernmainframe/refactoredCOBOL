      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ACCT_HOLD)                             *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSHOLD))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Amount holds and earmarks against CBS_ACCT_MSTR_DTL accounts -
      * court freezing orders, card pre-authorisations, disputed-
      * cheque holds - one row per hold, HOLD_ID from ACCT_HOLD_SEQ.
      * CBSHLMNT places and releases them; CBSHLEXP expires the ones
      * past EXPIRY_DATE nightly (a court order with no end date
      * carries 9999-12-31). HOLD_STATUS uses the account-status
      * vocabulary: ACTIVE, RELEASED, EXPIRED.
      * The sum of an account's ACTIVE holds is ring-fenced: every
      * debit path measures a debit against the available balance -
      * LEDGER_BALANCE plus OVERDRAFT_LIMIT less the ACTIVE holds -
      * rather than the ledger balance.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_HOLD TABLE
           ( HOLD_ID                        INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             HOLD_AMOUNT                    INTEGER NOT NULL,
             HOLD_REASON                    CHAR(30) NOT NULL,
             HOLD_REF                       CHAR(16) NOT NULL,
             EXPIRY_DATE                    DATE NOT NULL,
             HOLD_STATUS                    CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_HOLD                      *
      ******************************************************************
      *
       01  DCLCBS-ACCT-HOLD.
           10 HL-HOLD-ID           PIC S9(9) USAGE COMP.
           10 HL-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 HL-HOLD-AMOUNT       PIC S9(9) USAGE COMP.
           10 HL-HOLD-REASON       PIC X(30).
           10 HL-HOLD-REF          PIC X(16).
           10 HL-EXPIRY-DATE       PIC X(10).
           10 HL-HOLD-STATUS       PIC X(10).
           10 HL-UPD-USERID        PIC X(10).
           10 HL-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
