              88 LGCR-NOTFOUND             VALUE 4.
              88 LGCR-BADDECISION          VALUE 12.
              88 LGCR-DB2FAIL              VALUE 16.
              88 LGCR-NOT-ENTITLED         VALUE 20.
           05 LGCR-REASON              PIC X(50).
