      * supplies a function (add, retire, or price) and the product
      * attributes; the program maintains CBS_PRODUCT_MSTR (and, for
      * the price function, CBS_PRODUCT_PRICING) and returns a return
      * code. The price fields are only read for CBSPM-FN-PRICE;
      * CBSPM-DEBIT-INTEREST-PCT is the overdraft rate, zero for a
      * product that charges no debit interest;
      * CBSPM-BREAK-PENALTY-PCT is the early-break penalty on a term
      * deposit's principal, zero for a product with none;
      * CBSPM-LATE-FEE is the flat fee per missed loan instalment,
      * zero for a product with none.
      ******************************************************************
       01  CBSPM-PRODUCT-MAINT-AREA.
           05 CBSPM-FUNCTION           PIC X(1).
              88 CBSPM-DUPLICATE           VALUE 8.
              88 CBSPM-BADFUNCTION         VALUE 12.
              88 CBSPM-DB2FAIL             VALUE 16.
              88 CBSPM-NOT-ENTITLED        VALUE 20.
           05 CBSPM-REASON             PIC X(50).
           05 CBSPM-DEBIT-INTEREST-PCT
                                       PIC 9(2)V9(3).
           05 CBSPM-BREAK-PENALTY-PCT
                                       PIC 9(2)V9(3).
           05 CBSPM-LATE-FEE           PIC S9(9) USAGE COMP.
