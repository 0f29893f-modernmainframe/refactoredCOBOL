      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ACCT_PARTY)                            *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSACPTY))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(AP-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Account parties: links any number of customers (CUID) to one
      * account on CBS_ACCT_MSTR_DTL. PARTY_ROLE is 'P' primary
      * holder (the CUSTOMER_ID on the master row, written by CBSACOP
      * at open), 'J' joint holder or 'S' authorised signatory.
      * SIGNING_RULE is 'A' any one party may sign or 'L' all parties
      * must sign. PARTY_STATUS uses the account-status vocabulary:
      * ACTIVE while the link stands, REMOVED once CBSAPMNT takes the
      * party off the account (the row is kept for the audit trail).
      * Every ACTIVE party is an owner of the account for enquiry,
      * statements and customer close; accounts opened before the
      * table existed have no rows and are owned by CUSTOMER_ID alone.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_PARTY TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             CUID                           INTEGER NOT NULL,
             PARTY_ROLE                     CHAR(1) NOT NULL,
             SIGNING_RULE                   CHAR(1) NOT NULL,
             PARTY_STATUS                   CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_PARTY                     *
      ******************************************************************
      *
       01  DCLCBS-ACCT-PARTY.
           10 AP-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 AP-CUID              PIC S9(9) USAGE COMP.
           10 AP-PARTY-ROLE        PIC X(1).
           10 AP-SIGNING-RULE      PIC X(1).
           10 AP-PARTY-STATUS      PIC X(10).
           10 AP-UPD-USERID        PIC X(10).
           10 AP-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
