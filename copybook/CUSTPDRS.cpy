      * re-run - a human has just decided the match is a genuine
      * household second customer) and returns the new CUID; reject
      * closes the queue row as a true duplicate. Every disposition is
      * recorded on the queue row. An approved applicant who is a
      * possible watch-list match is handed to CUST_SCREEN_QUEUE
      * instead of created (PDQ-SCREEN-PARKED, no CUID).
      ******************************************************************
       01  PDQ-DISPOSITION-AREA.
           05 PDQ-QUEUE-ID             PIC S9(9) USAGE COMP.
              88 PDQ-SUCCESS               VALUE 0.
              88 PDQ-NOTFOUND              VALUE 4.
              88 PDQ-BADDECISION           VALUE 8.
              88 PDQ-SCREEN-PARKED         VALUE 12.
              88 PDQ-DB2FAIL               VALUE 16.
              88 PDQ-NOT-ENTITLED          VALUE 20.
           05 PDQ-REASON               PIC X(50).
