      ******************************************************************
      * COPYBOOK : CBSCLRI
      * 80-byte fixed record layout for the clearing house's inbound
      * direct-credit / direct-debit file, in the scheme's own item
      * format, read by CBSCLRIN. One record per item: CI-TXN-CODE
      * '99' is a direct credit (payroll and other bank-giro
      * credits), '17' a direct debit collected by the originator
      * CI-ORIGINATOR-ID. CI-DEST-ACCOUNT is the CBS_ACCT_MSTR_DTL
      * account the item is drawn on or paid to, CI-SCHEME-REF the
      * scheme's unique item reference - it becomes the posting's
      * TXN_REF and is quoted back on any return (CBSCLRR).
      * CI-PROCESSING-DATE is the scheme's ISO processing date.
      ******************************************************************
       05 CI-TXN-CODE                 PIC X(2).
          88 CI-DIRECT-CREDIT             VALUE '99'.
          88 CI-DIRECT-DEBIT              VALUE '17'.
       05 CI-DEST-ACCOUNT             PIC 9(18).
       05 CI-AMOUNT                   PIC 9(9).
       05 CI-CURRENCY                 PIC X(3).
       05 CI-PROCESSING-DATE          PIC X(10).
       05 CI-SCHEME-REF               PIC X(16).
       05 CI-ORIGINATOR-ID            PIC X(6).
       05 CI-ORIGINATOR-NAME          PIC X(16).
