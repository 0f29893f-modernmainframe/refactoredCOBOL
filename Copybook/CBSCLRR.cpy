      ******************************************************************
      * COPYBOOK : CBSCLRR
      * 80-byte fixed record layout for the returns file sent back to
      * the clearing house, in the scheme's item format, written by
      * CBSCLRRT. One record per CBS_CLEARING_ITEM we could not
      * apply: the inbound item's code, account, amount, currency,
      * processing date, scheme reference and originator echoed back
      * from CBSCLRI, with the scheme return reason in CR-RETURN-CODE
      * and the business date of the return in CR-RETURN-DATE.
      * Return reasons (the scheme's ISO 20022 reason codes):
      *    AC01 account number not found      AC04 account closed
      *    AC06 account blocked / not active  AM02 amount over limit
      *    AM03 currency not allowed          AM04 insufficient funds
      *    AM05 duplicate item                AG01 transaction
      *    FF01 invalid item format                forbidden
      *    MS03 reason not specified
      ******************************************************************
       05 CR-TXN-CODE                 PIC X(2).
       05 CR-DEST-ACCOUNT             PIC 9(18).
       05 CR-AMOUNT                   PIC 9(9).
       05 CR-CURRENCY                 PIC X(3).
       05 CR-PROCESSING-DATE          PIC X(10).
       05 CR-SCHEME-REF               PIC X(16).
       05 CR-ORIGINATOR-ID            PIC X(6).
       05 CR-RETURN-CODE              PIC X(4).
       05 CR-RETURN-DATE              PIC X(10).
       05 FILLER                      PIC X(2).
