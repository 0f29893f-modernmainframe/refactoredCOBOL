      * Fixed-width record layout for TCSCEXT's full CUSTOMER-table
      * extract file, handed off to the downstream CRM by FTP/MQ.
      * Field widths match CUSTCPY so no data is truncated on unload.
      * The customer's marketing consent from CUST_MKTG_CONSENT
      * follows, one flag per channel ('Y' opted in, 'N' opted out,
      * space never asked), widening the record from 323 to 326
      * bytes. The same layout serves TCSCEXT's marketing variant
      * (MKTGEXT), which carries only customers the CRM may market.
      ******************************************************************
       01 EXTRACT-FILEREC.
          05 EX-CUSTOMER-ID           PIC 9(9).
          05 EX-CUSTOMER-ADDRESS      PIC X(250).
          05 EX-CUSTOMER-AGE          PIC 999.
          05 EX-CUSTOMER-STATUS       PIC X(1).
          05 EX-POST-CONSENT          PIC X(1).
          05 EX-PHONE-CONSENT         PIC X(1).
          05 EX-EMAIL-CONSENT         PIC X(1).
