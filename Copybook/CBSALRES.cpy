      ******************************************************************
      * COPYBOOK : CBSALRES
      * LINKAGE work area for CBSALMNT (ALERT-SUBSCRIPTION MAINTAIN).
      * Set records the account's CBS_ALERT_SUBSCR row - inserted the
      * first time, replaced after that - once the account is found
      * and ACTIVE, every flag is 'Y' or 'N' with at least one 'Y',
      * and a large-debit alert carries a positive amount. Delete
      * removes the row and with it every alert on the account.
      ******************************************************************
       01  CBSAL-SUBSCR-MAINT-AREA.
           05 CBSAL-FUNCTION           PIC X(1).
              88 CBSAL-FN-SET             VALUE 'S'.
              88 CBSAL-FN-DELETE          VALUE 'D'.
           05 CBSAL-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSAL-LOW-BAL-ALERT      PIC X(1).
           05 CBSAL-LOW-BAL-THRESHOLD  PIC S9(18) USAGE COMP.
           05 CBSAL-LARGE-DEBIT-ALERT  PIC X(1).
           05 CBSAL-LARGE-DEBIT-AMOUNT PIC S9(9) USAGE COMP.
           05 CBSAL-REJECT-ALERT       PIC X(1).
           05 CBSAL-SI-SUSPEND-ALERT   PIC X(1).
           05 CBSAL-UPD-USERID         PIC X(10).
           05 CBSAL-RETURN-CODE        PIC 99.
              88 CBSAL-SUCCESS             VALUE 0.
              88 CBSAL-ACCT-NOTFOUND       VALUE 4.
              88 CBSAL-ACCT-NOTACTIVE      VALUE 8.
              88 CBSAL-TERMS-INVALID       VALUE 12.
              88 CBSAL-SUBSCR-NOTFOUND     VALUE 14.
              88 CBSAL-BADREQUEST          VALUE 15.
              88 CBSAL-DB2FAIL             VALUE 16.
              88 CBSAL-NOT-ENTITLED        VALUE 20.
           05 CBSAL-REASON             PIC X(50).
