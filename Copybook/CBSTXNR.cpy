      * reference has already posted against the account, so a
      * resumed or rerun file cannot apply the same posting twice. A
      * record with a blank reference gets no such protection.
      * TR-DRAWER-ID names the CBS_TELLER_DRAWER whose notes a counter
      * cash debit or credit went through; it is carried onto the
      * history row so CBSDRRPT can balance the drawer. Spaces on
      * every posting that is not counter cash, and on transfers.
      * TR-TXN-TYPE 'Q' is a cheque presented for payment: a debit of
      * TR-ACCOUNT-NUMBER in every respect (TR-TXN-DEBIT holds for it
      * as well), carrying the leaf's serial in TR-CHEQUE-SERIAL -
      * the low-order digits of TR-CONTRA-ACCOUNT, which a cheque
      * has no other use for. CBSTXNP checks the serial against the
      * account's cheque books, stop payments and paid cheques.
      ******************************************************************
       05 TR-ACCOUNT-NUMBER           PIC 9(18).
       05 TR-TXN-TYPE                 PIC X(1).
          88 TR-TXN-DEBIT                 VALUE 'D' 'Q'.
          88 TR-TXN-CREDIT                VALUE 'C'.
          88 TR-TXN-TRANSFER              VALUE 'T'.
          88 TR-TXN-CHEQUE                VALUE 'Q'.
       05 TR-TXN-AMOUNT               PIC 9(9).
       05 TR-CURRENCY                 PIC X(3).
       05 TR-VALUE-DATE               PIC X(10).
       05 TR-CONTRA-ACCOUNT           PIC 9(18).
       05 TR-CHEQUE-FIELDS REDEFINES TR-CONTRA-ACCOUNT.
          10 FILLER                   PIC 9(9).
          10 TR-CHEQUE-SERIAL         PIC 9(9).
       05 TR-TXN-REF                  PIC X(16).
       05 TR-DRAWER-ID                PIC X(5).
