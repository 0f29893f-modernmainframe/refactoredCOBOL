      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_BEREAVEMENT)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(BV-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Bereavement notification, one row per deceased CUID, recorded
      * through TCSCBRVM: the date of death, who told the branch and
      * their relationship to the customer, the date we were told,
      * and the executor (or administrator) correspondence now goes
      * to. ESTATE_STATE: 'N' notified - the customer's sole accounts
      * carry COMPLIANCE_STATUS DECD and refuse debits, standing
      * instructions and premium mandates are suspended; 'R' released
      * for settlement once the grant of probate (or letters of
      * administration) has been seen, RELEASE_DATE the day it was
      * released; 'S' settled - TCSCESTB has paid the balances to the
      * executor and closed the customer, SETTLED_DATE the business
      * date it did so. AMOUNT_PAID is the total paid out to the
      * executor so far. Dates not yet reached are '0001-01-01'.
      ******************************************************************
           EXEC SQL DECLARE CUST_BEREAVEMENT TABLE
           ( CUID                          INTEGER NOT NULL PRIMARY KEY,
             DATE_OF_DEATH                 DATE NOT NULL,
             NOTIFIED_BY                   CHAR(60) NOT NULL,
             NOTIFIER_RELATION             CHAR(20) NOT NULL,
             NOTIFIED_DATE                 DATE NOT NULL,
             EXECUTOR_NAME                 CHAR(60) NOT NULL,
             EXECUTOR_ADDRESS              CHAR(180) NOT NULL,
             ESTATE_STATE                  CHAR(1) NOT NULL,
             RELEASE_DATE                  DATE NOT NULL,
             SETTLED_DATE                  DATE NOT NULL,
             AMOUNT_PAID                   BIGINT NOT NULL,
             UPD_USERID                    CHAR(10) NOT NULL,
             UPD_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_BEREAVEMENT                   *
      ******************************************************************
      *
       01  DCLCUST-BEREAVEMENT.
           10 BV-CUID              PIC S9(9) USAGE COMP.
           10 BV-DATE-OF-DEATH     PIC X(10).
           10 BV-NOTIFIED-BY       PIC X(60).
           10 BV-NOTIFIER-RELATION PIC X(20).
           10 BV-NOTIFIED-DATE     PIC X(10).
           10 BV-EXECUTOR-NAME     PIC X(60).
           10 BV-EXECUTOR-ADDRESS  PIC X(180).
           10 BV-ESTATE-STATE      PIC X(1).
           10 BV-RELEASE-DATE      PIC X(10).
           10 BV-SETTLED-DATE      PIC X(10).
           10 BV-AMOUNT-PAID       PIC S9(18) USAGE COMP.
           10 BV-UPD-USERID        PIC X(10).
           10 BV-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
