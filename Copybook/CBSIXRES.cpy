      * LINKAGE work area for CBSIDXRM (ID-XREF MAINTAIN). Link
      * establishes a CUID-to-CUSTOMERNUMBER identity match after
      * validating both keys exist on their own side; break flips the
      * row to 'B' without deleting it. Nominate records the bank
      * account, which must be an ACTIVE account of the linked CUID,
      * that the insured's claim and maturity payouts are credited
      * to (PAYOUT_NOMINATION, read by LGPAYRTE). Withdraw cancels
      * the nomination so payouts go external again. Both take the
      * CUSTOMERNUMBER; nominate also takes CBSIX-ACCOUNT-NUMBER.
      ******************************************************************
       01  CBSIX-XREF-MAINT-AREA.
           05 CBSIX-FUNCTION           PIC X(1).
              88 CBSIX-FN-LINK            VALUE 'L'.
              88 CBSIX-FN-BREAK           VALUE 'B'.
              88 CBSIX-FN-NOMINATE        VALUE 'N'.
              88 CBSIX-FN-WITHDRAW        VALUE 'W'.
           05 CBSIX-CUID               PIC S9(9) USAGE COMP.
           05 CBSIX-CUSTOMERNUMBER     PIC S9(9) USAGE COMP.
           05 CBSIX-UPD-USERID         PIC X(10).
              88 CBSIX-SUCCESS             VALUE 0.
              88 CBSIX-CUID-NOTFOUND       VALUE 4.
              88 CBSIX-CUSTNO-NOTFOUND     VALUE 8.
              88 CBSIX-ACCOUNT-INVALID     VALUE 10.
              88 CBSIX-LINK-NOTFOUND       VALUE 12.
              88 CBSIX-NOMINATION-NOTFOUND VALUE 13.
              88 CBSIX-DUPLICATE           VALUE 14.
              88 CBSIX-BADFUNCTION         VALUE 15.
              88 CBSIX-DB2FAIL             VALUE 16.
              88 CBSIX-NOT-ENTITLED        VALUE 20.
           05 CBSIX-REASON             PIC X(50).
           05 CBSIX-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
