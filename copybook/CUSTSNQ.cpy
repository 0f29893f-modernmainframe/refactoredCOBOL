      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_SCREEN_QUEUE)                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SN-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Pending-review queue for possible watch-list matches, the
      * CUST_POSSDUP_QUEUE pattern. SCREEN_SOURCE 'O' is a new
      * application stopped before its CUSTOMER insert by TCSCSANS
      * (CUID 0; the applicant's details, and the guardian's CUID for
      * a minor, are parked here); 'R' is an existing customer caught
      * by TCSCRSCN's nightly rescreen (CUID set). The matched list
      * entry is copied onto the row, since the list is reloaded whole.
      * REVIEW_STATUS: 'P' pending, 'C' confirmed hit, 'F' false
      * positive (cleared). TCSCSNPD records the compliance decision;
      * REVIEW_USERID/REVIEW_TIMESTAMP carry the queuing program's
      * values until a reviewer overwrites them.
      ******************************************************************
           EXEC SQL DECLARE CUST_SCREEN_QUEUE TABLE
           ( QUEUE_ID                      INTEGER NOT NULL,
             SCREEN_SOURCE                 CHAR(1) NOT NULL,
             CUID                          INTEGER NOT NULL,
             APPL_CUSTNAME                 CHAR(60) NOT NULL,
             APPL_ADDRESS                  CHAR(250) NOT NULL,
             APPL_AGE                      INTEGER NOT NULL,
             APPL_DOB                      CHAR(10) NOT NULL,
             GUARDIAN_CUID                 INTEGER NOT NULL,
             LIST_ID                       CHAR(8) NOT NULL,
             ENTRY_REF                     CHAR(16) NOT NULL,
             ENTRY_NAME                    CHAR(60) NOT NULL,
             ENTRY_DOB                     CHAR(10) NOT NULL,
             REVIEW_STATUS                 CHAR(1) NOT NULL,
             REVIEW_USERID                 CHAR(10) NOT NULL,
             QUEUE_TIMESTAMP               TIMESTAMP NOT NULL,
             REVIEW_TIMESTAMP              TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_SCREEN_QUEUE                  *
      ******************************************************************
      *
       01  DCLCUST-SCREEN-QUEUE.
           10 SN-QUEUE-ID          PIC S9(9) USAGE COMP.
           10 SN-SCREEN-SOURCE     PIC X(1).
           10 SN-CUID              PIC S9(9) USAGE COMP.
           10 SN-APPL-CUSTNAME     PIC X(60).
           10 SN-APPL-ADDRESS      PIC X(250).
           10 SN-APPL-AGE          PIC S9(9) USAGE COMP.
           10 SN-APPL-DOB          PIC X(10).
           10 SN-GUARDIAN-CUID     PIC S9(9) USAGE COMP.
           10 SN-LIST-ID           PIC X(8).
           10 SN-ENTRY-REF         PIC X(16).
           10 SN-ENTRY-NAME        PIC X(60).
           10 SN-ENTRY-DOB         PIC X(10).
           10 SN-REVIEW-STATUS     PIC X(1).
           10 SN-REVIEW-USERID     PIC X(10).
           10 SN-QUEUE-TIMESTAMP   PIC X(26).
           10 SN-REVIEW-TIMESTAMP  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
