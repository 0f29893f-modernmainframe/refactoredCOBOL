      ******************************************************************
      * COPYBOOK : CUSTRMIN
      * Returned-mail intake record, one per item sent back by the
      * post office, as keyed by the mail room. RI-KEY-TYPE 'B' for a
      * bank customer (RI-CUSTOMER-KEY is the CUID), 'I' for an
      * insurance customer (the GenApp CUSTOMERNUMBER). RI-DOC-TYPE
      * is one of the CUST_RETURNED_MAIL document types and
      * RI-RETURNED-DATE is YYYY-MM-DD. Read by TCSCRMLI.
      ******************************************************************
       01  RETMAIL-REC.
           05 RI-KEY-TYPE              PIC X(1).
              88 RI-BANK-CUSTOMER          VALUE 'B'.
              88 RI-INSURANCE-CUSTOMER     VALUE 'I'.
           05 RI-CUSTOMER-KEY          PIC 9(10).
           05 RI-DOC-TYPE              PIC X(4).
           05 RI-RETURNED-DATE         PIC X(10).
           05 RI-RETURN-REASON         PIC X(30).
           05 FILLER                   PIC X(25).
