      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_TAX_STATUS)                           *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TS-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Tax status declared by the customer for interest paid on
      * their deposits, keyed by CUID. TAX_STATUS is 'R' declared
      * resident taxpayer, 'N' declared non-resident, 'E' declared
      * exempt (charity, pension scheme). A customer with no row has
      * not declared and is withheld on at the undeclared ('U') rate
      * of CBS_WHT_RATE. TAXPAYER_ID is the authority's identifier
      * for the customer, reported on the annual return; it may be
      * blank only for a non-resident. DECLARATION_DATE is the date
      * the signed declaration was received. Maintained through
      * TCSCUSC1's L-TRANS-TAX-STATUS transaction code.
      ******************************************************************
           EXEC SQL DECLARE CUST_TAX_STATUS TABLE
           ( CUID                          INTEGER NOT NULL,
             TAX_STATUS                    CHAR(1) NOT NULL,
             TAXPAYER_ID                   CHAR(20) NOT NULL,
             DECLARATION_DATE              DATE NOT NULL,
             UPD_USERID                    CHAR(10) NOT NULL,
             UPD_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_TAX_STATUS                    *
      ******************************************************************
      *
       01  DCLCUST-TAX-STATUS.
           10 TS-CUID              PIC S9(9) USAGE COMP.
           10 TS-TAX-STATUS        PIC X(1).
           10 TS-TAXPAYER-ID       PIC X(20).
           10 TS-DECLARATION-DATE  PIC X(10).
           10 TS-UPD-USERID        PIC X(10).
           10 TS-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
