      * OBSERVATIONS and emits a payment-instruction record. Partial
      * payments accumulate across settlement runs - LG-SET-TOTAL-PAID
      * returns the claim's PAID total after this settlement.
      * LG-SET-PAYOUT-HELD comes back 'Y' when the settlement stood
      * but the customer's address changed inside the cooling-off
      * period, so the payout went on PAYOUT_REVIEW instead of the
      * payment file (LG-SET-REASON says so).
      * LG-SET-PAYOUT-CREDITED comes back 'Y' when the payout went
      * as a CBSTXNR credit to the claimant's nominated account with
      * us, not as an LGSETPAY instruction (see LGPAYRTE).
      ******************************************************************
       01  LG-CLAIM-SETTLE-AREA.
           05 LG-SET-CLAIMNUMBER       PIC 9(10).
              88 LG-SET-AMOUNT-INVALID    VALUE 8.
              88 LG-SET-DB2FAIL           VALUE 12.
           05 LG-SET-REASON            PIC X(50).
           05 LG-SET-PAYOUT-HELD       PIC X(1).
              88 LG-SET-HELD-FOR-REVIEW   VALUE 'Y'.
           05 LG-SET-PAYOUT-CREDITED   PIC X(1).
              88 LG-SET-CREDITED-INTERNALLY
                                          VALUE 'Y'.
