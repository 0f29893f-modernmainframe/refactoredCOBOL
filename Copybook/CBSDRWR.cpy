      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_TELLER_DRAWER)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSDRWR))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DW-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Teller cash drawers, one row per drawer a branch runs - see
      * CBSDRMNT. DRAWER_ID is the id the counter system stamps on
      * every cash posting it sends CBSTXNP (TR-DRAWER-ID), BRANCH_NAME
      * the BASE_BRANCH whose vault feeds it, OPERATOR_USERID the
      * teller it is issued to, and CURRENCY the one currency of the
      * notes it holds. OPENING_FLOAT is the cash the drawer starts
      * the business day with: set when the drawer is opened, and
      * rolled forward by CBSDRRPT each night to the cash the teller
      * counted and declared. DRAWER_STATUS is OPEN or CLOSED; only
      * an OPEN drawer takes counter postings and vault transfers.
      ******************************************************************
           EXEC SQL DECLARE CBS_TELLER_DRAWER TABLE
           ( DRAWER_ID                      CHAR(5) NOT NULL,
             BRANCH_NAME                    CHAR(20) NOT NULL,
             OPERATOR_USERID                CHAR(10) NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             OPENING_FLOAT                  INTEGER NOT NULL,
             DRAWER_STATUS                  CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_TELLER_DRAWER                  *
      ******************************************************************
      *
       01  DCLCBS-TELLER-DRAWER.
           10 DW-DRAWER-ID         PIC X(5).
           10 DW-BRANCH-NAME       PIC X(20).
           10 DW-OPERATOR-USERID   PIC X(10).
           10 DW-CURRENCY          PIC X(3).
           10 DW-OPENING-FLOAT     PIC S9(9) USAGE COMP.
           10 DW-DRAWER-STATUS     PIC X(10).
           10 DW-UPD-USERID        PIC X(10).
           10 DW-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
