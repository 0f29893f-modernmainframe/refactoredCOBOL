      ******************************************************************
      * COPYBOOK : CBSTBRES
      * LINKAGE work area for CBSTDBRK (TERM-DEPOSIT BREAK). Caller
      * supplies the term-deposit ACCOUNT-NUMBER and the requesting
      * user; the program debits the product's early-break penalty,
      * closes the deposit as BROKEN so the balance can be withdrawn
      * through the normal debit paths, and returns the penalty
      * charged plus a return code.
      ******************************************************************
       01  CBSTB-DEPOSIT-BREAK-AREA.
           05 CBSTB-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSTB-UPD-USERID         PIC X(10).
           05 CBSTB-PENALTY-AMOUNT     PIC S9(9) USAGE COMP.
           05 CBSTB-RETURN-CODE        PIC 99.
              88 CBSTB-SUCCESS             VALUE 0.
              88 CBSTB-DEPOSIT-NOTFOUND    VALUE 4.
              88 CBSTB-ACCT-NOTACTIVE      VALUE 8.
              88 CBSTB-DEPOSIT-MATURED     VALUE 12.
              88 CBSTB-ACCT-CHANGED        VALUE 14.
              88 CBSTB-DB2FAIL             VALUE 16.
              88 CBSTB-NOT-ENTITLED        VALUE 20.
           05 CBSTB-REASON             PIC X(50).
