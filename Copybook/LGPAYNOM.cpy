      ******************************************************************
      * DCLGEN TABLE(PAYOUT_NOMINATION)                                *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PN-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Payout account nomination: the CBS_ACCT_MSTR_DTL account an
      * insured customer who also banks with us wants claim
      * settlements and maturity payouts credited to, in place of an
      * external payment. One row per CUSTOMERNUMBER, maintained by
      * CBSIDXRM's nominate/withdraw functions - the account must
      * belong to the CUID the customer's active CUST_ID_XREF link
      * names. NOMINATION_STATUS uses the CBS_STND_INSTR vocabulary
      * (ACTIVE, CANCELLED). LGPAYRTE reads it at payout time and
      * only routes a payout internally while the link is still
      * active and the account is still ACTIVE and not on compliance
      * HOLD.
      ******************************************************************
           EXEC SQL DECLARE PAYOUT_NOMINATION TABLE
           ( CUSTOMERNUMBER                 INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             NOMINATION_STATUS              CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYOUT_NOMINATION                  *
      ******************************************************************
      *
       01  DCLPAYOUT-NOMINATION.
           10 PN-CUSTOMERNUMBER    PIC S9(9) USAGE COMP.
           10 PN-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 PN-NOMINATION-STATUS PIC X(10).
           10 PN-UPD-USERID        PIC X(10).
           10 PN-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
