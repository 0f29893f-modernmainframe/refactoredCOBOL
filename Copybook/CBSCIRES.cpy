      ******************************************************************
      * COPYBOOK : CBSCIRES
      * LINKAGE work area for CBSCQINQ (PAID-CHEQUE INQUIRY). Caller
      * supplies an ACCOUNT-NUMBER and an optional VALUE_DATE range
      * (spaces leave either end open); the program returns the
      * account's CBS_CHEQUE_PAID rows in serial order in
      * CBSCI-CHEQUE-TABLE, in the bounded-result-table style of
      * CBSTXINQ. Rows past the table's 50-entry capacity are counted
      * in CBSCI-CHEQUE-COUNT but not stored; CBSCI-TOTAL-PAID sums
      * every paid cheque in the range, stored or not.
      * With CBSCI-REPORT-WANTED set, the cheques are also written
      * to the program's sequential report file for printing.
      ******************************************************************
       01  CBSCI-CHEQUE-INQUIRY-AREA.
           05 CBSCI-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSCI-FROM-DATE          PIC X(10).
           05 CBSCI-TO-DATE            PIC X(10).
           05 CBSCI-REPORT-FLAG        PIC X(1).
              88 CBSCI-REPORT-WANTED       VALUE 'Y'.
           05 CBSCI-CHEQUE-COUNT       PIC 9(4) USAGE COMP.
           05 CBSCI-RETURN-CODE        PIC 99.
              88 CBSCI-SUCCESS             VALUE 0.
              88 CBSCI-NOCHEQUES           VALUE 4.
              88 CBSCI-DB2FAIL             VALUE 16.
           05 CBSCI-TOTAL-PAID         PIC S9(11) USAGE COMP-3.
           05 CBSCI-CHEQUE-TABLE OCCURS 50 TIMES.
              10 CBSCI-CHEQUE-SERIAL   PIC S9(9) USAGE COMP.
              10 CBSCI-TXN-AMOUNT      PIC S9(9) USAGE COMP.
              10 CBSCI-CURRENCY        PIC X(3).
              10 CBSCI-VALUE-DATE      PIC X(10).
              10 CBSCI-TXN-REF         PIC X(16).
              10 CBSCI-PAID-TIMESTAMP  PIC X(26).
