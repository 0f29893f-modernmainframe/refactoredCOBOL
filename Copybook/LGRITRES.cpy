      ******************************************************************
      * COPYBOOK : LGRITRES
      * LINKAGE work area for LGRITMNT (RI-TREATY-MAINTAIN). Caller
      * supplies a function and the treaty attributes; the program
      * maintains RI_TREATY and returns a return code:
      *  'A' add   - a new treaty; every attribute is required;
      *  'T' terms - changes an active treaty's reinsurer, retention,
      *              cession percentage, line limit and expiry date.
      *              Its type, line and effective date are fixed once
      *              placed - a different placement is a new treaty;
      *  'C' close - marks the treaty 'C' so no further business is
      *              ceded to it; cessions already made still count
      *              for recoveries on those policies.
      * Mirrors LGBMRES for BROKER_MSTR. The operator must be entitled
      * to the function on CBS_ROLE_ENTITLEMENT.
      ******************************************************************
       01  LG-RI-TREATY-MAINT-AREA.
           05 LG-RIT-FUNCTION          PIC X(1).
              88 LG-RIT-FN-ADD            VALUE 'A'.
              88 LG-RIT-FN-TERMS          VALUE 'T'.
              88 LG-RIT-FN-CLOSE          VALUE 'C'.
           05 LG-RIT-TREATY-ID         PIC X(8).
           05 LG-RIT-TREATY-TYPE       PIC X(1).
              88 LG-RIT-QUOTA-SHARE       VALUE 'Q'.
              88 LG-RIT-SURPLUS           VALUE 'S'.
           05 LG-RIT-POLICYTYPE        PIC X(1).
           05 LG-RIT-REINSURER-NAME    PIC X(40).
           05 LG-RIT-RETENTION-AMOUNT  PIC S9(9) USAGE COMP.
           05 LG-RIT-CESSION-PCT       PIC 9(3)V99.
           05 LG-RIT-LINE-LIMIT        PIC S9(9) USAGE COMP.
           05 LG-RIT-EFFECTIVE-DATE    PIC X(10).
           05 LG-RIT-EXPIRY-DATE       PIC X(10).
           05 LG-RIT-UPD-USERID        PIC X(10).
           05 LG-RIT-RETURN-CODE       PIC 99.
              88 LG-RIT-SUCCESS           VALUE 0.
              88 LG-RIT-NOTFOUND          VALUE 4.
              88 LG-RIT-DUPLICATE         VALUE 8.
              88 LG-RIT-VALIDFAIL         VALUE 10.
              88 LG-RIT-BADFUNCTION       VALUE 12.
              88 LG-RIT-DB2FAIL           VALUE 16.
              88 LG-RIT-NOT-ENTITLED      VALUE 20.
           05 LG-RIT-REASON            PIC X(50).
