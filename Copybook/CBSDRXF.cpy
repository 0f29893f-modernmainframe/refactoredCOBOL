      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_DRAWER_XFER)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSDRXF))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DX-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Cash moved between a teller drawer and its branch vault, one
      * row per movement, XFER_ID from DRAWER_XFER_SEQ - see
      * CBSDRMNT. DIRECTION 'V' is drawer to vault (surplus notes
      * returned), 'D' is vault to drawer (the drawer topped up).
      * The vault's CBS_BRANCH_VAULT balance moves in the same unit
      * of work. CBSDRRPT adds the day's movements into each drawer's
      * expected cash and journals them to the ledger.
      ******************************************************************
           EXEC SQL DECLARE CBS_DRAWER_XFER TABLE
           ( XFER_ID                        INTEGER NOT NULL,
             DRAWER_ID                      CHAR(5) NOT NULL,
             BRANCH_NAME                    CHAR(20) NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             DIRECTION                      CHAR(1) NOT NULL,
             XFER_AMOUNT                    INTEGER NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             XFER_USERID                    CHAR(10) NOT NULL,
             XFER_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_DRAWER_XFER                    *
      ******************************************************************
      *
       01  DCLCBS-DRAWER-XFER.
           10 DX-XFER-ID           PIC S9(9) USAGE COMP.
           10 DX-DRAWER-ID         PIC X(5).
           10 DX-BRANCH-NAME       PIC X(20).
           10 DX-BUSINESS-DATE     PIC X(10).
           10 DX-DIRECTION         PIC X(1).
           10 DX-XFER-AMOUNT       PIC S9(9) USAGE COMP.
           10 DX-CURRENCY          PIC X(3).
           10 DX-XFER-USERID       PIC X(10).
           10 DX-XFER-TIMESTAMP    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
