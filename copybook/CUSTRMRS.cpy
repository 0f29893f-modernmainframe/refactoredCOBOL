      ******************************************************************
      * COPYBOOK : CUSTRMRS
      * LINKAGE work area for TCSCRMCK (RETURNED-MAIL-CHECK). Every
      * customer print program CALLs it before producing a document,
      * passing the customer key and type, its own document type,
      * program name and document reference, the business date and
      * the branch if it knows it (spaces and TCSCRMCK works it out).
      * RETURN-CODE 0 means print; 4 means the customer's address is
      * undeliverable, the document has been recorded on
      * CUST_HELD_MAIL and must not be printed; 16 means the register
      * could not be read and the caller prints as before.
      ******************************************************************
       01  CUSTRM-CHECK-AREA.
           05 CUSTRM-KEY-TYPE          PIC X(1).
              88 CUSTRM-BANK-CUSTOMER      VALUE 'B'.
              88 CUSTRM-INSURANCE-CUSTOMER VALUE 'I'.
           05 CUSTRM-CUSTOMER-KEY      PIC S9(9) USAGE COMP.
           05 CUSTRM-DOC-TYPE          PIC X(4).
           05 CUSTRM-PROGRAM-NAME      PIC X(8).
           05 CUSTRM-DOC-REF           PIC X(20).
           05 CUSTRM-BRANCH-NAME       PIC X(20).
           05 CUSTRM-BUSINESS-DATE     PIC X(10).
           05 CUSTRM-RETURN-CODE       PIC 99.
              88 CUSTRM-DELIVER            VALUE 0.
              88 CUSTRM-HELD               VALUE 4.
              88 CUSTRM-DB2FAIL            VALUE 16.
           05 CUSTRM-RETURNED-DATE     PIC X(10).
           05 CUSTRM-REASON            PIC X(30).
