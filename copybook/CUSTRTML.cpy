      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_RETURNED_MAIL)                        *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RM-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Returned-mail register. One row per item the post office
      * sent back, loaded by TCSCRMLI from the returned-mail intake
      * file. KEY_TYPE says which customer the row is about: 'B' a
      * bank customer, CUSTOMER_KEY holding the CUID of
      * LMTEST.CUSTOMER; 'I' an insurance customer, CUSTOMER_KEY
      * holding the GenApp CUSTOMERNUMBER. DOC_TYPE is the document
      * that came back (STMT statement, PRDM pre-dormancy letter,
      * DORM dormancy letter, RELS relationship statement, SCHD
      * policy schedule, RENW renewal notice, ADCN address-change
      * confirmation, CLOS account closing statement, ARRS loan
      * arrears reminder or final demand, KYCR KYC document request,
      * INTC year-end interest certificate, OTHR anything else).
      * While any row for a customer has MAIL_STATUS 'U'
      * (undeliverable) every print program diverts that customer's
      * documents to the branch held-mail report through TCSCRMCK.
      * An address change through TCSCUSC1 sets the customer's open
      * rows to 'C' (cleared).
      ******************************************************************
           EXEC SQL DECLARE CUST_RETURNED_MAIL TABLE
           ( KEY_TYPE                      CHAR(1) NOT NULL,
             CUSTOMER_KEY                  INTEGER NOT NULL,
             DOC_TYPE                      CHAR(4) NOT NULL,
             RETURNED_DATE                 DATE NOT NULL,
             RETURN_REASON                 CHAR(30) NOT NULL,
             MAIL_STATUS                   CHAR(1) NOT NULL,
             UPD_USERID                    CHAR(10) NOT NULL,
             UPD_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_RETURNED_MAIL                 *
      ******************************************************************
      *
       01  DCLCUST-RETURNED-MAIL.
           10 RM-KEY-TYPE          PIC X(1).
           10 RM-CUSTOMER-KEY      PIC S9(9) USAGE COMP.
           10 RM-DOC-TYPE          PIC X(4).
           10 RM-RETURNED-DATE     PIC X(10).
           10 RM-RETURN-REASON     PIC X(30).
           10 RM-MAIL-STATUS       PIC X(1).
           10 RM-UPD-USERID        PIC X(10).
           10 RM-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
