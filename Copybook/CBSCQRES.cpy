      ******************************************************************
      * COPYBOOK : CBSCQRES
      * LINKAGE work area for CBSCQMNT (CHEQUE MAINTAIN). 'I' issues a
      * cheque book of leaves FIRST-SERIAL through LAST-SERIAL to
      * ACCOUNT-NUMBER and returns the assigned BOOK-ID; 'S' places a
      * stop payment on FIRST-SERIAL through LAST-SERIAL (LAST-SERIAL
      * zero stops the one cheque) with its reason and expiry date
      * (spaces = no end date) and returns the assigned STOP-ID; 'L'
      * lifts an ACTIVE stop by STOP-ID. Every function writes a
      * CBS_ACCT_AUDIT_LOG row.
      ******************************************************************
       01  CBSCQ-CHEQUE-MAINT-AREA.
           05 CBSCQ-FUNCTION           PIC X(1).
              88 CBSCQ-FN-ISSUE           VALUE 'I'.
              88 CBSCQ-FN-STOP            VALUE 'S'.
              88 CBSCQ-FN-LIFT            VALUE 'L'.
           05 CBSCQ-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSCQ-FIRST-SERIAL       PIC S9(9) USAGE COMP.
           05 CBSCQ-LAST-SERIAL        PIC S9(9) USAGE COMP.
           05 CBSCQ-BOOK-ID            PIC S9(9) USAGE COMP.
           05 CBSCQ-STOP-ID            PIC S9(9) USAGE COMP.
           05 CBSCQ-STOP-REASON        PIC X(30).
           05 CBSCQ-EXPIRY-DATE        PIC X(10).
           05 CBSCQ-UPD-USERID         PIC X(10).
           05 CBSCQ-RETURN-CODE        PIC 99.
              88 CBSCQ-SUCCESS             VALUE 0.
              88 CBSCQ-ACCT-NOTFOUND       VALUE 4.
              88 CBSCQ-ACCT-CLOSED         VALUE 8.
              88 CBSCQ-RANGE-ISSUED        VALUE 10.
              88 CBSCQ-NOT-ISSUED          VALUE 11.
              88 CBSCQ-SERIAL-INVALID      VALUE 12.
              88 CBSCQ-ALREADY-PAID        VALUE 13.
              88 CBSCQ-STOP-NOTFOUND       VALUE 14.
              88 CBSCQ-BADREQUEST          VALUE 15.
              88 CBSCQ-DB2FAIL             VALUE 16.
              88 CBSCQ-NOT-ENTITLED        VALUE 20.
           05 CBSCQ-REASON             PIC X(50).
