      * applies a new PAYMENT_LIMIT through the existing CBSLIMCK
      * currency-range check, 'N' corrects ACCOUNT_NAME, 'B'
      * reassigns the account to another branch after validating it
      * against CBS_BRANCH_MSTR, 'O' sets the arranged overdraft
      * (OVERDRAFT_LIMIT) through the CBSODLCK range-and-balance
      * check. Every applied change carries the
      * UPD_TIMESTAMP optimistic-lock discipline the other updaters
      * use and writes a CBS_ACCT_AUDIT_LOG row describing the
      * change.
              88 CBSAM-FN-LIMIT           VALUE 'L'.
              88 CBSAM-FN-NAME            VALUE 'N'.
              88 CBSAM-FN-BRANCH          VALUE 'B'.
              88 CBSAM-FN-OVERDRAFT       VALUE 'O'.
           05 CBSAM-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSAM-NEW-LIMIT          PIC S9(9) USAGE COMP.
           05 CBSAM-NEW-NAME           PIC X(50).
              88 CBSAM-CONCURRENT-UPDATE   VALUE 12.
              88 CBSAM-BADFUNCTION         VALUE 14.
              88 CBSAM-DB2FAIL             VALUE 16.
              88 CBSAM-NOT-ENTITLED        VALUE 20.
           05 CBSAM-REASON             PIC X(50).
           05 CBSAM-NEW-OD-LIMIT       PIC S9(9) USAGE COMP.
