      * AS-LEDGER-BALANCE is the running CBS_ACCT_MSTR_DTL ledger
      * balance in the account's own AS-CURRENCY, appended after the
      * original 56 bytes so the key positions CBSFDVFY verifies by
      * are unchanged. It carries the balance's magnitude only; an
      * account drawn on its arranged overdraft is flagged by the
      * separate AS-LEDGER-SIGN byte at the end of the record ('-'
      * overdrawn, '+' otherwise), so the 18 digits read the same to
      * every receiving system.
       01 CBSAC-SUMMARY-FILEREC.
          05 AS-ACCOUNT-NUMBER        PIC 9(18).
          05 AS-BASE-BRANCH           PIC X(20).
          05 AS-ACCOUNT-STATUS        PIC X(10).
          05 AS-CURRENCY              PIC X(3).
          05 AS-LEDGER-BALANCE        PIC 9(18).
          05 AS-LEDGER-SIGN           PIC X(1).
             88 AS-LEDGER-OVERDRAWN       VALUE '-'.
             88 AS-LEDGER-IN-CREDIT       VALUE '+'.
