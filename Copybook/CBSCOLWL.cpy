      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_COLLECT_WORKLIST)                      *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCOLWL))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CW-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Collections worklist for the recoveries team: one row per
      * spell a loan spends 60 or more days past due. CBSLNARR adds
      * the row (ADDED_DATE is the business date the loan crossed 60
      * days) and refreshes DAYS_PAST_DUE, ARREARS_BUCKET and
      * ARREARS_AMOUNT each night from CBS_LOAN; BASE_BRANCH is the
      * loan account's branch so each branch can pull its own cases.
      * WORK_STATUS uses the account-status vocabulary: OPEN while the
      * loan is 60+ days past due, CLEARED once CBSLNARR finds it has
      * dropped back below 60. A loan has at most one OPEN row.
      ******************************************************************
           EXEC SQL DECLARE CBS_COLLECT_WORKLIST TABLE
           ( LOAN_ACCOUNT                   BIGINT NOT NULL,
             ADDED_DATE                     DATE NOT NULL,
             BASE_BRANCH                    CHAR(20) NOT NULL,
             DAYS_PAST_DUE                  SMALLINT NOT NULL,
             ARREARS_BUCKET                 SMALLINT NOT NULL,
             ARREARS_AMOUNT                 INTEGER NOT NULL,
             WORK_STATUS                    CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_COLLECT_WORKLIST               *
      ******************************************************************
      *
       01  DCLCBS-COLLECT-WORKLIST.
           10 CW-LOAN-ACCOUNT      PIC S9(18) USAGE COMP.
           10 CW-ADDED-DATE        PIC X(10).
           10 CW-BASE-BRANCH       PIC X(20).
           10 CW-DAYS-PAST-DUE     PIC S9(4) USAGE COMP.
           10 CW-ARREARS-BUCKET    PIC S9(4) USAGE COMP.
           10 CW-ARREARS-AMOUNT    PIC S9(9) USAGE COMP.
           10 CW-WORK-STATUS       PIC X(10).
           10 CW-UPD-USERID        PIC X(10).
           10 CW-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
