      * CBS_PRODUCT_MSTR: the annual credit interest rate (percent,
      * three decimals) paid on a positive LEDGER_BALANCE and the flat
      * monthly maintenance fee charged in the account's own currency.
      * DEBIT_INTEREST_PCT is the annual rate (same form) charged on
      * the overdrawn part of a negative LEDGER_BALANCE under an
      * arranged overdraft. BREAK_PENALTY_PCT is the percentage of a
      * term deposit's principal forfeited when CBSTDBRK breaks the
      * deposit before maturity (zero for a product with no penalty).
      * LATE_FEE is the flat fee CBSLNARR charges, in the account's
      * own currency, for each missed instalment of a loan on the
      * product (zero for a product with no late fee).
      * Maintained through CBSPRDMT's price function because product
      * pricing changes quarterly; CBSINTFE reads it at month-end and
      * posts the results through the CBS_ACCT_TXN_HIST discipline. A
           EXEC SQL DECLARE CBS_PRODUCT_PRICING TABLE
           ( PRODUCT_CODE                   CHAR(5) NOT NULL,
             CREDIT_INTEREST_PCT            DECIMAL(5, 3) NOT NULL,
             DEBIT_INTEREST_PCT             DECIMAL(5, 3) NOT NULL,
             MONTHLY_FEE                    INTEGER NOT NULL,
             BREAK_PENALTY_PCT              DECIMAL(5, 3) NOT NULL,
             LATE_FEE                       INTEGER NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
           10 PP-PRODUCT-CODE      PIC X(5).
           10 PP-CREDIT-INTEREST-PCT
                                   PIC S9(2)V9(3) USAGE COMP-3.
           10 PP-DEBIT-INTEREST-PCT
                                   PIC S9(2)V9(3) USAGE COMP-3.
           10 PP-MONTHLY-FEE       PIC S9(9) USAGE COMP.
           10 PP-BREAK-PENALTY-PCT
                                   PIC S9(2)V9(3) USAGE COMP-3.
           10 PP-LATE-FEE          PIC S9(9) USAGE COMP.
           10 PP-UPD-USERID        PIC X(10).
           10 PP-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
