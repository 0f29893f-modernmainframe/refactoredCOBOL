      ******************************************************************
      * COPYBOOK : LGPRTRES
      * LINKAGE work area for LGPAYRTE (PAYOUT-ROUTE). A payout
      * program that has cleared LGPAYHLD CALLs it with its own
      * program name, the policy, the claim (zero for a maturity),
      * the amount and the value date. RETURN-CODE 0 means pay
      * externally on an LGSETPAY instruction as before; 2 means the
      * customer is linked and has nominated a usable account, a
      * pending PAYOUT_CREDIT row has been written and the caller
      * must write a CBSTXNR credit - account, currency and reference
      * come back in LG-PRT-ACCOUNT-NUMBER, LG-PRT-CURRENCY and
      * LG-PRT-TXN-REF - INSTEAD of the instruction; 16 means the
      * routing could not be decided and the caller fails the
      * payout. Nothing is committed by LGPAYRTE.
      ******************************************************************
       01  LG-PAYOUT-ROUTE-AREA.
           05 LG-PRT-PROGRAM-NAME      PIC X(8).
           05 LG-PRT-POLICYNUMBER      PIC 9(10).
           05 LG-PRT-CLAIMNUMBER       PIC 9(10).
           05 LG-PRT-AMOUNT            PIC 9(8).
           05 LG-PRT-VALUE-DATE        PIC X(10).
           05 LG-PRT-RETURN-CODE       PIC 99.
              88 LG-PRT-EXTERNAL          VALUE 0.
              88 LG-PRT-INTERNAL          VALUE 2.
              88 LG-PRT-DB2FAIL           VALUE 16.
           05 LG-PRT-ACCOUNT-NUMBER    PIC 9(18).
           05 LG-PRT-CURRENCY          PIC X(3).
           05 LG-PRT-TXN-REF           PIC X(16).
           05 LG-PRT-REASON            PIC X(50).
