      ******************************************************************
      * COPYBOOK : CBSRVRES
      * LINKAGE work area for CBSTXREV (POSTING REVERSAL). Caller
      * names the account and the TXN_REF of the accepted posting to
      * undo, a REVERSAL-REF for the reversing history row (spaces
      * have one generated, 'RV' plus the reversal's date and time),
      * the reason and the requesting user. The program posts the
      * opposite movement - both legs when the original was a
      * transfer - and returns the reversed amount, the contra
      * account when there was one, the reference used and a return
      * code.
      ******************************************************************
       01  CBSRV-REVERSAL-AREA.
           05 CBSRV-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSRV-ORIGINAL-REF       PIC X(16).
           05 CBSRV-REVERSAL-REF       PIC X(16).
           05 CBSRV-REVERSAL-REASON    PIC X(50).
           05 CBSRV-UPD-USERID         PIC X(10).
           05 CBSRV-CONTRA-ACCOUNT     PIC S9(18) USAGE COMP.
           05 CBSRV-TXN-AMOUNT         PIC S9(9) USAGE COMP.
           05 CBSRV-RETURN-CODE        PIC 99.
              88 CBSRV-SUCCESS             VALUE 0.
              88 CBSRV-ORIGINAL-NOTFOUND   VALUE 4.
              88 CBSRV-ORIGINAL-AMBIGUOUS  VALUE 6.
              88 CBSRV-ACCT-CLOSED         VALUE 8.
              88 CBSRV-ALREADY-REVERSED    VALUE 10.
              88 CBSRV-REF-EXISTS          VALUE 12.
              88 CBSRV-ACCT-CHANGED        VALUE 14.
              88 CBSRV-BADREQUEST          VALUE 15.
              88 CBSRV-DB2FAIL             VALUE 16.
              88 CBSRV-NOT-ENTITLED        VALUE 20.
           05 CBSRV-REASON             PIC X(50).
