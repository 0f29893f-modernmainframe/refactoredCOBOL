      ******************************************************************
      * COPYBOOK : CBSCSRES
      * LINKAGE work area for CBSACCLS (ACCOUNT-CLOSURE). Caller
      * names the account to close, the account to receive the
      * residual balance (zero means none - the balance is paid out
      * through a CBSSIPAY payment instruction instead), the closure
      * reason and the requesting operator. The program settles the
      * account, deregisters it through CBSBSDG and returns what it
      * posted, the amount moved out, the CBS_ACCT_AUDIT_LOG reason
      * the deregistration left and a return code.
      ******************************************************************
       01  CBSCS-CLOSURE-AREA.
           05 CBSCS-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSCS-NOMINATED-ACCOUNT  PIC S9(18) USAGE COMP.
           05 CBSCS-CLOSE-REASON       PIC X(50).
           05 CBSCS-UPD-USERID         PIC X(10).
      * What the closure posted, in account currency.
           05 CBSCS-OPENING-BALANCE    PIC S9(18) USAGE COMP.
           05 CBSCS-INTEREST-AMOUNT    PIC S9(9) USAGE COMP.
           05 CBSCS-WHT-AMOUNT         PIC S9(9) USAGE COMP.
           05 CBSCS-DEBIT-INT-AMOUNT   PIC S9(9) USAGE COMP.
           05 CBSCS-FEE-AMOUNT         PIC S9(9) USAGE COMP.
           05 CBSCS-SETTLED-AMOUNT     PIC S9(9) USAGE COMP.
           05 CBSCS-CURRENCY           PIC X(3).
           05 CBSCS-SETTLE-REF         PIC X(16).
      * 'T' transferred to the nominated account, 'P' paid out on
      * the payment file, space when there was nothing to move.
           05 CBSCS-SETTLE-METHOD      PIC X(1).
              88 CBSCS-SETTLED-TRANSFER    VALUE 'T'.
              88 CBSCS-SETTLED-PAYOUT      VALUE 'P'.
           05 CBSCS-SI-CANCELLED-COUNT PIC S9(9) USAGE COMP.
      * 'Y' when the closing statement was held for returned mail.
           05 CBSCS-STATEMENT-HELD     PIC X(1).
           05 CBSCS-AUDIT-REASON       PIC X(50).
           05 CBSCS-RETURN-CODE        PIC 99.
              88 CBSCS-SUCCESS             VALUE 0.
              88 CBSCS-ACCT-NOTFOUND       VALUE 4.
              88 CBSCS-ACCT-NOT-ACTIVE     VALUE 6.
              88 CBSCS-ACCT-ENCUMBERED     VALUE 8.
              88 CBSCS-NOMINEE-INVALID     VALUE 10.
              88 CBSCS-PAYOUT-COOLING-OFF  VALUE 11.
              88 CBSCS-POSTING-REJECTED    VALUE 12.
              88 CBSCS-ACCT-CHANGED        VALUE 14.
              88 CBSCS-BADREQUEST          VALUE 15.
              88 CBSCS-DB2FAIL             VALUE 16.
              88 CBSCS-DEREG-REFUSED       VALUE 18.
              88 CBSCS-NOT-ENTITLED        VALUE 20.
           05 CBSCS-REASON             PIC X(50).
