      ******************************************************************
      * COPYBOOK : CBSDRRES
      * LINKAGE work area for CBSDRMNT (TELLER-DRAWER MAINTAIN).
      * 'O' opens DRAWER-ID at BRANCH-NAME for OPERATOR-USERID in
      * CURRENCY with AMOUNT as its opening float (a new drawer, or a
      * CLOSED one brought back into use); 'C' reissues an OPEN drawer
      * to OPERATOR-USERID; 'X' closes an OPEN drawer once today's
      * cash is declared; 'T' moves AMOUNT between an OPEN drawer and
      * its branch vault - DIRECTION 'V' drawer to vault, 'D' vault
      * to drawer - and returns the XFER-ID; 'D' declares AMOUNT as
      * the cash counted in the drawer at close; 'V' registers or
      * re-counts the vault of BRANCH-NAME in CURRENCY at AMOUNT.
      * 'T' and 'V' return the vault's balance; every function
      * returns the business date it acted under.
      ******************************************************************
       01  CBSDR-DRAWER-MAINT-AREA.
           05 CBSDR-FUNCTION           PIC X(1).
              88 CBSDR-FN-OPEN            VALUE 'O'.
              88 CBSDR-FN-CHANGE          VALUE 'C'.
              88 CBSDR-FN-CLOSE           VALUE 'X'.
              88 CBSDR-FN-TRANSFER        VALUE 'T'.
              88 CBSDR-FN-DECLARE         VALUE 'D'.
              88 CBSDR-FN-VAULT           VALUE 'V'.
           05 CBSDR-DRAWER-ID          PIC X(5).
           05 CBSDR-BRANCH-NAME        PIC X(20).
           05 CBSDR-OPERATOR-USERID    PIC X(10).
           05 CBSDR-CURRENCY           PIC X(3).
           05 CBSDR-AMOUNT             PIC S9(9) USAGE COMP.
           05 CBSDR-DIRECTION          PIC X(1).
              88 CBSDR-TO-VAULT           VALUE 'V'.
              88 CBSDR-TO-DRAWER          VALUE 'D'.
           05 CBSDR-UPD-USERID         PIC X(10).
           05 CBSDR-XFER-ID            PIC S9(9) USAGE COMP.
           05 CBSDR-VAULT-BALANCE      PIC S9(18) USAGE COMP.
           05 CBSDR-BUSINESS-DATE      PIC X(10).
           05 CBSDR-RETURN-CODE        PIC 99.
              88 CBSDR-SUCCESS             VALUE 0.
              88 CBSDR-DRAWER-NOTFOUND     VALUE 4.
              88 CBSDR-DRAWER-NOT-OPEN     VALUE 6.
              88 CBSDR-VAULT-NOTFOUND      VALUE 8.
              88 CBSDR-DRAWER-EXISTS       VALUE 10.
              88 CBSDR-AMOUNT-INVALID      VALUE 12.
              88 CBSDR-NOT-DECLARED        VALUE 13.
              88 CBSDR-VAULT-SHORT         VALUE 14.
              88 CBSDR-BADREQUEST          VALUE 15.
              88 CBSDR-DB2FAIL             VALUE 16.
              88 CBSDR-VAULT-CHANGED       VALUE 18.
              88 CBSDR-NOT-ENTITLED        VALUE 20.
           05 CBSDR-REASON             PIC X(50).
