      ******************************************************************
      * COPYBOOK : CBSAPRES
      * LINKAGE work area for CBSAPMNT (ACCOUNT-PARTY MAINTAIN). 'A'
      * links customer CUID to ACCOUNT-NUMBER as 'J' joint holder or
      * 'S' authorised signatory under SIGNING-RULE ('A' any one to
      * sign, the default when blank, or 'L' all to sign); 'R'
      * removes the ACTIVE link for CUID; 'M' changes the SIGNING-RULE
      * on the ACTIVE link for CUID (the primary holder included).
      * All three write a CBS_ACCT_AUDIT_LOG row.
      ******************************************************************
       01  CBSAP-PARTY-MAINT-AREA.
           05 CBSAP-FUNCTION           PIC X(1).
              88 CBSAP-FN-ADD             VALUE 'A'.
              88 CBSAP-FN-REMOVE          VALUE 'R'.
              88 CBSAP-FN-MANDATE         VALUE 'M'.
           05 CBSAP-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSAP-CUID               PIC S9(9) USAGE COMP.
           05 CBSAP-PARTY-ROLE         PIC X(1).
              88 CBSAP-ROLE-JOINT          VALUE 'J'.
              88 CBSAP-ROLE-SIGNATORY      VALUE 'S'.
           05 CBSAP-SIGNING-RULE       PIC X(1).
              88 CBSAP-SIGN-ANY            VALUE 'A'.
              88 CBSAP-SIGN-ALL            VALUE 'L'.
           05 CBSAP-UPD-USERID         PIC X(10).
           05 CBSAP-RETURN-CODE        PIC 99.
              88 CBSAP-SUCCESS             VALUE 0.
              88 CBSAP-ACCT-NOTFOUND       VALUE 4.
              88 CBSAP-CUST-NOTFOUND       VALUE 6.
              88 CBSAP-ACCT-CLOSED         VALUE 8.
              88 CBSAP-CUST-NOTACTIVE      VALUE 10.
              88 CBSAP-PARTY-EXISTS        VALUE 12.
              88 CBSAP-PARTY-NOTFOUND      VALUE 14.
              88 CBSAP-BADREQUEST          VALUE 15.
              88 CBSAP-DB2FAIL             VALUE 16.
              88 CBSAP-NOT-ENTITLED        VALUE 20.
           05 CBSAP-REASON             PIC X(50).
