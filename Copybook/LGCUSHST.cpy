      ******************************************************************
      * DCLGEN TABLE(INS_CUSTOMER_HIST)                                *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(IH-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Before-image history for the GenApp CUSTOMER table, the
      * bank's CUSTOMER_HIST kept for insurance customers. LGCUSMNT's
      * update path writes the row as it stood before the change
      * (CHANGE_TYPE 'U') in the same unit of work as the change, so
      * LGPAYHLD can see an insurance customer's address move
      * (HOUSENAME, HOUSENUMBER, POSTCODE) inside the payout
      * cooling-off period whether or not the customer is linked to
      * a bank CUID. DATEOFBIRTH is carried as its ISO display form,
      * spaces when the row held NULL; the other nullable columns are
      * carried as spaces.
      ******************************************************************
           EXEC SQL DECLARE INS_CUSTOMER_HIST TABLE
           ( CUSTOMERNUMBER                 INTEGER NOT NULL,
             FIRSTNAME                      CHAR(10) NOT NULL,
             LASTNAME                       CHAR(20) NOT NULL,
             DATEOFBIRTH                    CHAR(10) NOT NULL,
             HOUSENAME                      CHAR(20) NOT NULL,
             HOUSENUMBER                    CHAR(4) NOT NULL,
             POSTCODE                       CHAR(8) NOT NULL,
             PHONEHOME                      CHAR(20) NOT NULL,
             PHONEMOBILE                    CHAR(20) NOT NULL,
             EMAILADDRESS                   CHAR(100) NOT NULL,
             CHANGE_TYPE                    CHAR(1) NOT NULL,
             CHANGE_USERID                  CHAR(10) NOT NULL,
             CHANGE_TIMESTAMP               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INS_CUSTOMER_HIST                  *
      ******************************************************************
      *
       01  DCLINS-CUSTOMER-HIST.
           10 IH-CUSTOMERNUMBER    PIC S9(9) USAGE COMP.
           10 IH-FIRSTNAME         PIC X(10).
           10 IH-LASTNAME          PIC X(20).
           10 IH-DATEOFBIRTH       PIC X(10).
           10 IH-HOUSENAME         PIC X(20).
           10 IH-HOUSENUMBER       PIC X(4).
           10 IH-POSTCODE          PIC X(8).
           10 IH-PHONEHOME         PIC X(20).
           10 IH-PHONEMOBILE       PIC X(20).
           10 IH-EMAILADDRESS      PIC X(100).
           10 IH-CHANGE-TYPE       PIC X(1).
           10 IH-CHANGE-USERID     PIC X(10).
           10 IH-CHANGE-TIMESTAMP  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
