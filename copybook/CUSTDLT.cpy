      ******************************************************************
      * COPYBOOK : CUSTDLT
      * 327-byte fixed record layout for TCSCEXT's delta extract file:
      * a one-byte action code ahead of the same fixed-width customer
      * image CUSTEXT carries on the full unload. 'A' = row new since
      * the prior generation, 'C' = row changed, 'D' = row no longer
      * present (the image is the prior generation's). 'M' = the
      * customer was merged into another CUID - the DL-MERGE-DETAIL
      * view below, written after the matched records from
      * CUST_MERGE_LOG; the CUID stays in bytes 2-10 so the trailer
      * hash is unchanged. A change to the customer's marketing
      * consent alone is a 'C' change like any other.
      ******************************************************************
       01 DELTA-FILEREC.
          05 DL-ACTION-CODE           PIC X(1).
             88 DL-ACTION-ADD             VALUE 'A'.
             88 DL-ACTION-CHANGE          VALUE 'C'.
             88 DL-ACTION-DELETE          VALUE 'D'.
             88 DL-ACTION-MERGE           VALUE 'M'.
          05 DL-CUSTOMER-DETAIL.
             10 DL-CUSTOMER-ID        PIC 9(9).
             10 DL-CUSTOMER-NAME      PIC X(60).
             10 DL-CUSTOMER-ADDRESS   PIC X(250).
             10 DL-CUSTOMER-AGE       PIC 999.
             10 DL-CUSTOMER-STATUS    PIC X(1).
             10 DL-POST-CONSENT       PIC X(1).
             10 DL-PHONE-CONSENT      PIC X(1).
             10 DL-EMAIL-CONSENT      PIC X(1).
          05 DL-MERGE-DETAIL REDEFINES DL-CUSTOMER-DETAIL.
             10 DL-MERGE-VICTIM-ID    PIC 9(9).
             10 DL-MERGE-SURVIVOR-ID  PIC 9(9).
             10 DL-MERGE-TIMESTAMP    PIC X(26).
             10 DL-MERGE-ACCOUNTS     PIC 9(5).
             10 FILLER                PIC X(277).
