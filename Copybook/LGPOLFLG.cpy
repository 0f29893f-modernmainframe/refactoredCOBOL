      ******************************************************************
      * DCLGEN TABLE(POLICY_SERVICE_FLAG)                              *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(PF-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Servicing flag raised against a policy for an insurance team
      * to work, the POLICY_CANCEL idea applied to events the POLICY
      * table has no column for. FLAG_TYPE 'D' policyholder deceased,
      * raised by TCSCBRVM when a bank customer linked through
      * CUST_ID_XREF is reported dead. FLAG_TEAM 'C' claims (every
      * live policy), 'L' life (endowment policies, which pay out on
      * the life assured's death). FLAG_STATUS 'O' open until the
      * team marks it 'W' worked; one open flag per policy, type and
      * team.
      ******************************************************************
           EXEC SQL DECLARE POLICY_SERVICE_FLAG TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             FLAG_TYPE                      CHAR(1) NOT NULL,
             FLAG_TEAM                      CHAR(1) NOT NULL,
             FLAG_REASON                    CHAR(50) NOT NULL,
             FLAG_DATE                      DATE NOT NULL,
             FLAG_STATUS                    CHAR(1) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE POLICY_SERVICE_FLAG               *
      ******************************************************************
      *
       01  DCLPOLICY-SERVICE-FLAG.
           10 PF-POLICYNUMBER      PIC 9(10).
           10 PF-FLAG-TYPE         PIC X(1).
           10 PF-FLAG-TEAM         PIC X(1).
           10 PF-FLAG-REASON       PIC X(50).
           10 PF-FLAG-DATE         PIC X(10).
           10 PF-FLAG-STATUS       PIC X(1).
           10 PF-UPD-USERID        PIC X(10).
           10 PF-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
