              88 CBSBM-DUPLICATE           VALUE 8.
              88 CBSBM-BADFUNCTION         VALUE 12.
              88 CBSBM-DB2FAIL             VALUE 16.
              88 CBSBM-NOT-ENTITLED        VALUE 20.
           05 CBSBM-REASON             PIC X(50).
