              88 CBSDA-APPLY-FAILED        VALUE 12.
              88 CBSDA-BADDECISION         VALUE 14.
              88 CBSDA-DB2FAIL             VALUE 16.
              88 CBSDA-NOT-ENTITLED        VALUE 20.
           05 CBSDA-REASON             PIC X(50).
