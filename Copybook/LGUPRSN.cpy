      ******************************************************************
      * DCLGEN TABLE(UPR_SNAPSHOT)                                     *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(UR-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Month-end unearned premium reserve, as LGUPRCAL computed it:
      * one row per BUSINESS_DATE, POLICYTYPE and BROKERID (zero for
      * direct business) totalling the live policies' current-term
      * written, earned and unearned premium. Each month's rows are
      * what the next month's movement column and UPR journal are
      * measured against; a rerun for the same business date
      * replaces that date's rows.
      ******************************************************************
           EXEC SQL DECLARE UPR_SNAPSHOT TABLE
           ( BUSINESS_DATE                  DATE NOT NULL,
             POLICYTYPE                     CHAR(1) NOT NULL,
             BROKERID                       INTEGER NOT NULL,
             POLICY_COUNT                   INTEGER NOT NULL,
             WRITTEN_PREMIUM                DECIMAL(15, 0) NOT NULL,
             EARNED_PREMIUM                 DECIMAL(15, 0) NOT NULL,
             UNEARNED_PREMIUM               DECIMAL(15, 0) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE UPR_SNAPSHOT                       *
      ******************************************************************
      *
       01  DCLUPR-SNAPSHOT.
           10 UR-BUSINESS-DATE     PIC X(10).
           10 UR-POLICYTYPE        PIC X(1).
           10 UR-BROKERID          PIC S9(9) USAGE COMP.
           10 UR-POLICY-COUNT      PIC S9(9) USAGE COMP.
           10 UR-WRITTEN-PREMIUM   PIC S9(15) USAGE COMP-3.
           10 UR-EARNED-PREMIUM    PIC S9(15) USAGE COMP-3.
           10 UR-UNEARNED-PREMIUM  PIC S9(15) USAGE COMP-3.
           10 UR-UPD-USERID        PIC X(10).
           10 UR-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
