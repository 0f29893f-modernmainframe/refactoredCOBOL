      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_MKTG_CONSENT)                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MC-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Marketing consent register, keyed by CUID - one row per
      * customer holding the current opt-in/opt-out for each channel
      * the CRM markets through: POST_CONSENT, PHONE_CONSENT and
      * EMAIL_CONSENT are 'Y' opted in, 'N' opted out, space never
      * asked. CONSENT_DATE is the date the customer gave the answer
      * and CAPTURE_SOURCE where it was taken ('ONBOARD' on the
      * TCSCUSBT load, otherwise whatever the branch or contact
      * centre front end passes). Maintained through TCSCUSC1's
      * L-TRANS-CONSENT transaction code; every capture and change
      * is also written, as an after-image, to
      * CUST_MKTG_CONSENT_HIST (CUSTMCHS).
      ******************************************************************
           EXEC SQL DECLARE CUST_MKTG_CONSENT TABLE
           ( CUID                          INTEGER NOT NULL,
             POST_CONSENT                  CHAR(1) NOT NULL,
             PHONE_CONSENT                 CHAR(1) NOT NULL,
             EMAIL_CONSENT                 CHAR(1) NOT NULL,
             CONSENT_DATE                  DATE NOT NULL,
             CAPTURE_SOURCE                CHAR(10) NOT NULL,
             UPD_USERID                    CHAR(10) NOT NULL,
             UPD_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_MKTG_CONSENT                  *
      ******************************************************************
      *
       01  DCLCUST-MKTG-CONSENT.
           10 MC-CUID              PIC S9(9) USAGE COMP.
           10 MC-POST-CONSENT      PIC X(1).
           10 MC-PHONE-CONSENT     PIC X(1).
           10 MC-EMAIL-CONSENT     PIC X(1).
           10 MC-CONSENT-DATE      PIC X(10).
           10 MC-CAPTURE-SOURCE    PIC X(10).
           10 MC-UPD-USERID        PIC X(10).
           10 MC-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
