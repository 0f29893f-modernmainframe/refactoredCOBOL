      ******************************************************************
      * COPYBOOK : CBSODRES
      * LINKAGE work area for CBSODLCK (OVERDRAFT-LIMIT-CHECK). Caller
      * supplies an ACCOUNT-NUMBER and a proposed arranged overdraft
      * NEW-OD-LIMIT (zero withdraws the facility); the program looks
      * up the account, enforces the currency-specific overdraft range
      * and refuses a limit below what the account is already
      * overdrawn, applies the new OVERDRAFT_LIMIT to
      * CBS_ACCT_MSTR_DTL when it passes, and returns a return code.
      ******************************************************************
       01  CBSOD-OD-LIMIT-CHECK-AREA.
           05 CBSOD-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSOD-NEW-OD-LIMIT       PIC S9(9) USAGE COMP.
           05 CBSOD-OLD-OD-LIMIT       PIC S9(9) USAGE COMP.
           05 CBSOD-RETURN-CODE        PIC 99.
              88 CBSOD-SUCCESS             VALUE 0.
              88 CBSOD-ACCTNOTFOUND        VALUE 4.
              88 CBSOD-LIMIT-OUT-OF-RANGE  VALUE 8.
              88 CBSOD-CURRENCY-UNKNOWN    VALUE 12.
              88 CBSOD-DB2FAIL             VALUE 16.
              88 CBSOD-CONCURRENT-UPDATE   VALUE 20.
              88 CBSOD-ACCT-NOTACTIVE      VALUE 24.
              88 CBSOD-BELOW-OVERDRAWN     VALUE 28.
           05 CBSOD-REASON             PIC X(50).
