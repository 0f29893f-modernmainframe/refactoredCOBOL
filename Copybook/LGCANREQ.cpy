      * the expiry pulled back to the cancel date, and writes the
      * refund as an LGSETPAY-style payment instruction. The refund
      * amount and the cancel type ('C' cancellation, 'S' surrender)
      * come back here. LG-CAN-PAYOUT-HELD comes back 'Y' when the
      * cancellation stood but the customer's address changed inside
      * the cooling-off period, so the refund went on PAYOUT_REVIEW
      * instead of the payment file.
      ******************************************************************
       01  LG-POLICY-CANCEL-AREA.
           05 LG-CAN-POLICYNUMBER      PIC 9(10).
              88 LG-CAN-DATE-INVALID      VALUE 10.
              88 LG-CAN-ALREADY-ENDED     VALUE 12.
              88 LG-CAN-DB2FAIL           VALUE 16.
              88 LG-CAN-NOT-ENTITLED      VALUE 20.
           05 LG-CAN-REASON            PIC X(50).
           05 LG-CAN-PAYOUT-HELD       PIC X(1).
              88 LG-CAN-HELD-FOR-REVIEW   VALUE 'Y'.
