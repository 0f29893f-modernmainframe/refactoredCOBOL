              88 CBSXP-LINKFAIL            VALUE 8.
              88 CBSXP-BADDECISION         VALUE 12.
              88 CBSXP-DB2FAIL             VALUE 16.
              88 CBSXP-NOT-ENTITLED        VALUE 20.
           05 CBSXP-REASON             PIC X(50).
