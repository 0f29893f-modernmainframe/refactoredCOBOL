      ******************************************************************
      * COPYBOOK : LGPHLRES
      * LINKAGE work area for LGPAYHLD (PAYOUT-COOLING-OFF-HOLD).
      * Every program that writes an LGSETPAY payment instruction
      * CALLs it first, passing its own program name, the policy, the
      * claim (zero for a refund or maturity), the amount and the
      * value date. RETURN-CODE 0 means write the instruction as
      * before; 4 means the customer's address changed inside the
      * cooling-off period, the payout has been put on PAYOUT_REVIEW
      * and the instruction must NOT be written; 16 means the check
      * could not be made and the caller fails the payout. The linked
      * bank CUID and the address change that caused a hold come back
      * for the caller's log. Nothing is committed by LGPAYHLD.
      * LG-PHL-MODE left at space (INITIALIZE) is the payout check
      * above. 'C' is the customer-only check CBSACCLS makes before
      * paying a closing balance out: the caller passes the bank
      * CUID in LG-PHL-CUID, only that customer's address history is
      * tested, RETURN-CODE 4 means the customer is in cooling-off
      * and nothing is put on PAYOUT_REVIEW.
      ******************************************************************
       01  LG-PAYOUT-HOLD-AREA.
           05 LG-PHL-PROGRAM-NAME      PIC X(8).
           05 LG-PHL-POLICYNUMBER      PIC 9(10).
           05 LG-PHL-CLAIMNUMBER       PIC 9(10).
           05 LG-PHL-AMOUNT            PIC 9(8).
           05 LG-PHL-VALUE-DATE        PIC X(10).
           05 LG-PHL-RETURN-CODE       PIC 99.
              88 LG-PHL-PAY               VALUE 0.
              88 LG-PHL-HELD              VALUE 4.
              88 LG-PHL-DB2FAIL           VALUE 16.
           05 LG-PHL-CUID              PIC 9(10).
           05 LG-PHL-CHANGE-TIMESTAMP  PIC X(26).
           05 LG-PHL-REASON            PIC X(50).
           05 LG-PHL-MODE              PIC X(1).
              88 LG-PHL-PAYOUT-CHECK      VALUE ' '.
              88 LG-PHL-CUSTOMER-CHECK    VALUE 'C'.
