      ******************************************************************
      * COPYBOOK : CBSLNRES
      * LINKAGE work area for CBSLNORG (LOAN ORIGINATION). Caller
      * supplies the customer's repayment (current) account, the loan
      * account's name and product, and the loan terms - principal,
      * annual rate and term in months. The program opens the loan
      * account, books the CBS_LOAN contract and its amortization
      * schedule, and returns the new LOAN-ACCOUNT number and the
      * level INSTALMENT-AMOUNT plus a return code.
      ******************************************************************
       01  CBSLN-LOAN-ORIGINATION-AREA.
           05 CBSLN-REPAY-ACCOUNT      PIC S9(18) USAGE COMP.
           05 CBSLN-ACCOUNT-NAME       PIC X(50).
           05 CBSLN-PRODUCT-CODE       PIC X(5).
           05 CBSLN-PRINCIPAL          PIC S9(9) USAGE COMP.
           05 CBSLN-RATE-PCT           PIC 9(2)V9(3).
           05 CBSLN-TERM-MONTHS        PIC S9(4) USAGE COMP.
           05 CBSLN-UPD-USERID         PIC X(10).
           05 CBSLN-LOAN-ACCOUNT       PIC S9(18) USAGE COMP.
           05 CBSLN-INSTALMENT-AMOUNT  PIC S9(9) USAGE COMP.
           05 CBSLN-RETURN-CODE        PIC 99.
              88 CBSLN-SUCCESS             VALUE 0.
              88 CBSLN-REPAY-NOTFOUND      VALUE 4.
              88 CBSLN-REPAY-NOTACTIVE     VALUE 8.
              88 CBSLN-PRODUCT-INVALID     VALUE 12.
              88 CBSLN-TERMS-INVALID       VALUE 14.
              88 CBSLN-DB2FAIL             VALUE 16.
              88 CBSLN-NOT-ENTITLED        VALUE 20.
           05 CBSLN-REASON             PIC X(50).
