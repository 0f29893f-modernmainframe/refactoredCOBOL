      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ALERT_LOG)                             *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSALLOG))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * One row per alert CBSALERT raised, whether or not it went
      * out. ALERT_TYPE is 'REJT' (rejected posting), 'SISP'
      * (standing instruction suspended), 'LDEB' (large debit) or
      * 'LBAL' (low balance). ALERT_REF identifies the event - the
      * posting's TXN_REF (its POST_TIMESTAMP when it had none), the
      * instruction's suspension timestamp, or the business date for
      * a low balance - so a rerun never raises the same alert twice.
      * CHANNEL is where it was routed: 'S' SMS, 'E' email, or space
      * when the customer has no usable contact. ALERT_STATUS is 'S'
      * sent to the messaging gateway, 'C' held back by the daily
      * per-customer cap, or 'N' no usable contact.
      ******************************************************************
           EXEC SQL DECLARE CBS_ALERT_LOG TABLE
           ( CUSTOMER_ID                    INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             ALERT_TYPE                     CHAR(4) NOT NULL,
             ALERT_REF                      CHAR(26) NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             CHANNEL                        CHAR(1) NOT NULL,
             ALERT_STATUS                   CHAR(1) NOT NULL,
             LOG_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ALERT_LOG                      *
      ******************************************************************
      *
       01  DCLCBS-ALERT-LOG.
           10 AL-CUSTOMER-ID       PIC S9(9) USAGE COMP.
           10 AL-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 AL-ALERT-TYPE        PIC X(4).
           10 AL-ALERT-REF         PIC X(26).
           10 AL-BUSINESS-DATE     PIC X(10).
           10 AL-CHANNEL           PIC X(1).
           10 AL-ALERT-STATUS      PIC X(1).
           10 AL-LOG-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
