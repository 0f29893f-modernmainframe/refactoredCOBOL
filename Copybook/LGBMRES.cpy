              88 LGBM-VALIDFAIL            VALUE 10.
              88 LGBM-BADFUNCTION          VALUE 12.
              88 LGBM-DB2FAIL              VALUE 16.
              88 LGBM-NOT-ENTITLED         VALUE 20.
           05 LGBM-REASON              PIC X(50).
