      ******************************************************************
      * COPYBOOK : CBSGLJNL
      * Fixed-width 80-byte journal line written by CBSGLJRN's daily
      * general-ledger feed (feed id GLJRNL), between the CBSFEEDC
      * header and trailer. Each summarised posting group yields a
      * debit line and a credit line of the same amount, so the
      * lines of every branch and currency net to zero.
      * GJ-AMOUNT leads the record - it is the key field CBSFDVFY
      * hash-totals - and is in whole units of GJ-CURRENCY.
      * GJ-DR-CR is 'D' or 'C'; GJ-POSTING-COUNT is the number of
      * CBS_ACCT_TXN_HIST rows summarised into the line.
      ******************************************************************
       01 CBSGL-JOURNAL-FILEREC.
          05 GJ-AMOUNT                PIC 9(18).
          05 GJ-DR-CR                 PIC X(1).
          05 GJ-GL-ACCOUNT            PIC X(10).
          05 GJ-BUSINESS-DATE         PIC X(10).
          05 GJ-BASE-BRANCH           PIC X(20).
          05 GJ-CURRENCY              PIC X(3).
          05 GJ-POST-SOURCE           PIC X(3).
          05 GJ-PRODUCT-CODE          PIC X(5).
          05 GJ-POSTING-COUNT         PIC 9(9).
          05 FILLER                   PIC X(1).
