      ******************************************************************
      * COPYBOOK : CBSHLRES
      * LINKAGE work area for CBSHLMNT (ACCOUNT-HOLD MAINTAIN). 'P'
      * places a hold of HOLD-AMOUNT against ACCOUNT-NUMBER with its
      * reason, reference and expiry date (spaces = no end date) and
      * returns the assigned HOLD-ID; 'R' releases an ACTIVE hold by
      * HOLD-ID. Both write a CBS_ACCT_AUDIT_LOG row.
      ******************************************************************
       01  CBSHL-HOLD-MAINT-AREA.
           05 CBSHL-FUNCTION           PIC X(1).
              88 CBSHL-FN-PLACE           VALUE 'P'.
              88 CBSHL-FN-RELEASE         VALUE 'R'.
           05 CBSHL-HOLD-ID            PIC S9(9) USAGE COMP.
           05 CBSHL-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSHL-HOLD-AMOUNT        PIC S9(9) USAGE COMP.
           05 CBSHL-HOLD-REASON        PIC X(30).
           05 CBSHL-HOLD-REF           PIC X(16).
           05 CBSHL-EXPIRY-DATE        PIC X(10).
           05 CBSHL-UPD-USERID         PIC X(10).
           05 CBSHL-RETURN-CODE        PIC 99.
              88 CBSHL-SUCCESS             VALUE 0.
              88 CBSHL-ACCT-NOTFOUND       VALUE 4.
              88 CBSHL-ACCT-CLOSED         VALUE 8.
              88 CBSHL-AMOUNT-INVALID      VALUE 12.
              88 CBSHL-HOLD-NOTFOUND       VALUE 14.
              88 CBSHL-BADREQUEST          VALUE 15.
              88 CBSHL-DB2FAIL             VALUE 16.
              88 CBSHL-NOT-ENTITLED        VALUE 20.
           05 CBSHL-REASON             PIC X(50).
