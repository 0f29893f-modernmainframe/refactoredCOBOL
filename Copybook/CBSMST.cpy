      * LEDGER_BALANCE is the running ledger balance in the account's
      * own CURRENCY, maintained only by accepted CBSTXNR postings
      * (CBSTXNP credits add, debits subtract, a debit that would
      * overdraw beyond the arranged overdraft is rejected). New
      * accounts open at zero.
      * OVERDRAFT_LIMIT is the arranged overdraft facility, a positive
      * amount in the account's CURRENCY (zero = no facility).
      * LEDGER_BALANCE may go negative down to minus OVERDRAFT_LIMIT
      * and no further; CBSINTFE charges month-end debit interest on
      * the overdrawn part. Set only through CBSACMNT's overdraft
      * function (CBSODLCK range check); new accounts open at zero.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_MSTR_DTL TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             COMPLIANCE_STATUS              CHAR(5) NOT NULL,
             LAST_ACTIVITY_DATE             DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL,
             OVERDRAFT_LIMIT                INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_MSTR_DTL                  *
           10 H1-LAST-ACTIVITY-DATE PIC X(10).
           10 H1-UPD-USERID        PIC X(10).
           10 H1-UPD-TIMESTAMP     PIC X(26).
           10 H1-OVERDRAFT-LIMIT   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
