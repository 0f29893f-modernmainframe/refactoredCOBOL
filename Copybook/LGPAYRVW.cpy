      ******************************************************************
      * DCLGEN TABLE(PAYOUT_REVIEW)                                    *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PV-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Payouts held back for review because the customer's address
      * changed inside the cooling-off period (see LGPAYHLD). One row
      * per payout LGCLMSET, LGPOLCAN or LGENDSET would otherwise
      * have written to its payment-instruction file; SOURCE_PROGRAM
      * names which, CLAIMNUMBER is zero for a refund or maturity
      * (the LGSETPAY convention). ADDRESS_CHANGED_TS is the latest
      * CUSTOMER_HIST or INS_CUSTOMER_HIST change that put the payout
      * on hold.
      * REVIEW_STATUS: 'H' held awaiting review, 'R' released - the
      * instruction written by LGPAYRVD, 'X' rejected - not paid.
      * REVIEW_USERID, REVIEW_NOTE and REVIEW_TIMESTAMP are spaces,
      * spaces and the held time until the item is decided.
      ******************************************************************
           EXEC SQL DECLARE PAYOUT_REVIEW TABLE
           ( SOURCE_PROGRAM                 CHAR(8) NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER NOT NULL,
             CUID                           INTEGER NOT NULL,
             AMOUNT                         INTEGER NOT NULL,
             VALUE_DATE                     DATE NOT NULL,
             ADDRESS_CHANGED_TS             TIMESTAMP NOT NULL,
             REVIEW_STATUS                  CHAR(1) NOT NULL,
             HELD_TIMESTAMP                 TIMESTAMP NOT NULL,
             REVIEW_USERID                  CHAR(10) NOT NULL,
             REVIEW_NOTE                    CHAR(50) NOT NULL,
             REVIEW_TIMESTAMP               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE PAYOUT_REVIEW                      *
      ******************************************************************
      *
       01  DCLPAYOUT-REVIEW.
           10 PV-SOURCE-PROGRAM    PIC X(8).
           10 PV-POLICYNUMBER      PIC 9(10).
           10 PV-CLAIMNUMBER       PIC 9(10).
           10 PV-CUSTOMERNUMBER    PIC 9(10).
           10 PV-CUID              PIC S9(9) USAGE COMP.
           10 PV-AMOUNT            PIC S9(9) USAGE COMP.
           10 PV-VALUE-DATE        PIC X(10).
           10 PV-ADDRESS-CHANGED-TS PIC X(26).
           10 PV-REVIEW-STATUS     PIC X(1).
           10 PV-HELD-TIMESTAMP    PIC X(26).
           10 PV-REVIEW-USERID     PIC X(10).
           10 PV-REVIEW-NOTE       PIC X(50).
           10 PV-REVIEW-TIMESTAMP  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
