      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_WHT_RATE)                              *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSWHTR))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(WT-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Withholding-tax rate on credit interest, by the customer's
      * declared tax status (CUST_TAX_STATUS: 'R', 'N', 'E', or 'U'
      * for a customer who has not declared) and the date the rate
      * takes effect. WHT_RATE_PCT is the percentage of the gross
      * interest withheld at source (two decimals). CBSINTFE uses
      * the row with the latest EFFECTIVE_DATE on or before the
      * business date; a status with no row in effect is withheld
      * on at nothing. Rows are added, never updated, when the
      * authority changes a rate, so past withholding can always be
      * re-derived.
      ******************************************************************
           EXEC SQL DECLARE CBS_WHT_RATE TABLE
           ( TAX_STATUS                     CHAR(1) NOT NULL,
             EFFECTIVE_DATE                 DATE NOT NULL,
             WHT_RATE_PCT                   DECIMAL(5, 2) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_WHT_RATE                       *
      ******************************************************************
      *
       01  DCLCBS-WHT-RATE.
           10 WT-TAX-STATUS        PIC X(1).
           10 WT-EFFECTIVE-DATE    PIC X(10).
           10 WT-WHT-RATE-PCT      PIC S9(3)V9(2) USAGE COMP-3.
           10 WT-UPD-USERID        PIC X(10).
           10 WT-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
