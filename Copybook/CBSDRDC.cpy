      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_DRAWER_DECL)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSDRDC))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DD-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * End-of-day cash declarations: the cash a teller counted in a
      * drawer at close, one row per drawer and business date - see
      * CBSDRMNT. A second declaration the same day replaces the
      * counted amount. OPENING_FLOAT is the drawer's float as it
      * stood at the first declaration, so a rerun of CBSDRRPT
      * measures the day against the float the day began with.
      * EXPECTED_AMOUNT and OVER_SHORT (counted less expected:
      * positive an over, negative a short) are zero until CBSDRRPT
      * balances the drawer and fills them in.
      ******************************************************************
           EXEC SQL DECLARE CBS_DRAWER_DECL TABLE
           ( DRAWER_ID                      CHAR(5) NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             OPENING_FLOAT                  INTEGER NOT NULL,
             COUNTED_AMOUNT                 INTEGER NOT NULL,
             EXPECTED_AMOUNT                INTEGER NOT NULL,
             OVER_SHORT                     INTEGER NOT NULL,
             DECLARE_USERID                 CHAR(10) NOT NULL,
             DECLARE_TIMESTAMP              TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_DRAWER_DECL                    *
      ******************************************************************
      *
       01  DCLCBS-DRAWER-DECL.
           10 DD-DRAWER-ID         PIC X(5).
           10 DD-BUSINESS-DATE     PIC X(10).
           10 DD-CURRENCY          PIC X(3).
           10 DD-OPENING-FLOAT     PIC S9(9) USAGE COMP.
           10 DD-COUNTED-AMOUNT    PIC S9(9) USAGE COMP.
           10 DD-EXPECTED-AMOUNT   PIC S9(9) USAGE COMP.
           10 DD-OVER-SHORT        PIC S9(9) USAGE COMP.
           10 DD-DECLARE-USERID    PIC X(10).
           10 DD-DECLARE-TIMESTAMP PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
