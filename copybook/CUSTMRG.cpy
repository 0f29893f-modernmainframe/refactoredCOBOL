      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_MERGE_LOG)                            *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(MG-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * One row per customer merge made through TCSCUSC1's
      * L-TRANS-MERGE path: the victim CUID, closed, and the survivor
      * CUID that took over its accounts, contact details, guardian
      * links and insurance cross-reference. ACCOUNTS_MOVED counts
      * the CBS_ACCT_MSTR_DTL accounts re-pointed (as primary holder
      * or party). FEED_STATUS 'P' pending until TCSCEXT's next DELTA
      * run writes the merge to DELTAEXT for the CRM, then 'S' sent
      * with FEED_DATE the business date of that feed ('0001-01-01'
      * while pending).
      ******************************************************************
           EXEC SQL DECLARE CUST_MERGE_LOG TABLE
           ( VICTIM_CUID                   INTEGER NOT NULL,
             SURVIVOR_CUID                 INTEGER NOT NULL,
             ACCOUNTS_MOVED                INTEGER NOT NULL,
             MERGE_USERID                  CHAR(10) NOT NULL,
             MERGE_TIMESTAMP               TIMESTAMP NOT NULL,
             FEED_STATUS                   CHAR(1) NOT NULL,
             FEED_DATE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_MERGE_LOG                     *
      ******************************************************************
      *
       01  DCLCUST-MERGE-LOG.
           10 MG-VICTIM-CUID       PIC S9(9) USAGE COMP.
           10 MG-SURVIVOR-CUID     PIC S9(9) USAGE COMP.
           10 MG-ACCOUNTS-MOVED    PIC S9(9) USAGE COMP.
           10 MG-MERGE-USERID      PIC X(10).
           10 MG-MERGE-TIMESTAMP   PIC X(26).
           10 MG-FEED-STATUS       PIC X(1).
           10 MG-FEED-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
