      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_MKTG_CONSENT_HIST)                    *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MH-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Marketing consent history: an after-image of the customer's
      * CUST_MKTG_CONSENT row written in the same unit of work as
      * every capture or change, first capture included, keyed by
      * CUID and CHANGE_TIMESTAMP. Rows are never updated or deleted
      * - the register shows what the customer says now, this table
      * what they said, when, and through which source. A merge that
      * hands the duplicate's consent to the survivor writes a row
      * for the survivor with CAPTURE_SOURCE 'MERGE'.
      ******************************************************************
           EXEC SQL DECLARE CUST_MKTG_CONSENT_HIST TABLE
           ( CUID                          INTEGER NOT NULL,
             CHANGE_TIMESTAMP              TIMESTAMP NOT NULL,
             POST_CONSENT                  CHAR(1) NOT NULL,
             PHONE_CONSENT                 CHAR(1) NOT NULL,
             EMAIL_CONSENT                 CHAR(1) NOT NULL,
             CONSENT_DATE                  DATE NOT NULL,
             CAPTURE_SOURCE                CHAR(10) NOT NULL,
             UPD_USERID                    CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_MKTG_CONSENT_HIST             *
      ******************************************************************
      *
       01  DCLCUST-MKTG-CONSENT-HIST.
           10 MH-CUID              PIC S9(9) USAGE COMP.
           10 MH-CHANGE-TIMESTAMP  PIC X(26).
           10 MH-POST-CONSENT      PIC X(1).
           10 MH-PHONE-CONSENT     PIC X(1).
           10 MH-EMAIL-CONSENT     PIC X(1).
           10 MH-CONSENT-DATE      PIC X(10).
           10 MH-CAPTURE-SOURCE    PIC X(10).
           10 MH-UPD-USERID        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
