              88 CBSBG-TARGET-UNKNOWN      VALUE 8.
              88 CBSBG-SAME-BRANCH         VALUE 12.
              88 CBSBG-DB2FAIL             VALUE 16.
              88 CBSBG-NOT-ENTITLED        VALUE 20.
           05 CBSBG-REASON             PIC X(50).
