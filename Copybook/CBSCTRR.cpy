      ******************************************************************
      * COPYBOOK : CBSCTRR
      * 80-byte fixed record layout for the regulator's
      * currency-transaction-report file (feed AMLCTR) written by
      * CBSAMLMN: one record per posting over a LGCT scenario
      * threshold on the business date, whatever the analysts later
      * decide about the alert. Carried inside the CBSFEEDC
      * header/trailer; the hash is on CX-ACCOUNT-NUMBER (bytes
      * 1-18) for CBSFDVFY. CX-ALERT-ID is the CBS_AML_ALERT row the
      * posting raised.
      ******************************************************************
       05 CX-ACCOUNT-NUMBER           PIC 9(18).
       05 CX-CUSTOMER-ID              PIC 9(9).
       05 CX-TXN-TYPE                 PIC X(1).
       05 CX-TXN-AMOUNT               PIC 9(9).
       05 CX-CURRENCY                 PIC X(3).
       05 CX-VALUE-DATE               PIC X(10).
       05 CX-TXN-REF                  PIC X(16).
       05 CX-ALERT-ID                 PIC 9(9).
       05 FILLER                      PIC X(5).
