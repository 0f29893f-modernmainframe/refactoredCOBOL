      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_CHEQUE_STOP)                           *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCQSTP))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CS-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Stop-payment instructions against issued cheques, one row per
      * instruction, STOP_ID from CHEQUE_STOP_SEQ - see CBSCQMNT. A
      * stop covers FIRST_SERIAL through LAST_SERIAL of the account
      * (the same serial twice for a single cheque, a whole range for
      * a lost or stolen book). STOP_REASON is what the customer
      * gave; EXPIRY_DATE is the last day the stop stands (a stop
      * with no end date carries 9999-12-31). STOP_STATUS uses the
      * hold vocabulary: ACTIVE until lifted, then RELEASED. CBSTXNP
      * refuses a presented cheque as CHEQUE STOPPED while an ACTIVE
      * stop covering its serial has not passed its expiry date; a
      * lapsed stop simply stops matching, nothing has to sweep it.
      ******************************************************************
           EXEC SQL DECLARE CBS_CHEQUE_STOP TABLE
           ( STOP_ID                        INTEGER NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             FIRST_SERIAL                   INTEGER NOT NULL,
             LAST_SERIAL                    INTEGER NOT NULL,
             STOP_REASON                    CHAR(30) NOT NULL,
             EXPIRY_DATE                    DATE NOT NULL,
             STOP_STATUS                    CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_CHEQUE_STOP                    *
      ******************************************************************
      *
       01  DCLCBS-CHEQUE-STOP.
           10 CS-STOP-ID           PIC S9(9) USAGE COMP.
           10 CS-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 CS-FIRST-SERIAL      PIC S9(9) USAGE COMP.
           10 CS-LAST-SERIAL       PIC S9(9) USAGE COMP.
           10 CS-STOP-REASON       PIC X(30).
           10 CS-EXPIRY-DATE       PIC X(10).
           10 CS-STOP-STATUS       PIC X(10).
           10 CS-UPD-USERID        PIC X(10).
           10 CS-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
