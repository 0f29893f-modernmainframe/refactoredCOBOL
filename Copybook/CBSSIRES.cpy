              88 CBSSI-INSTR-NOTFOUND      VALUE 14.
              88 CBSSI-BADREQUEST          VALUE 15.
              88 CBSSI-DB2FAIL             VALUE 16.
              88 CBSSI-NOT-ENTITLED        VALUE 20.
           05 CBSSI-REASON             PIC X(50).
