      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_BRANCH_VAULT)                          *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSVAULT))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(VL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Branch vault cash, one row per BASE_BRANCH and currency.
      * VAULT_BALANCE is set when the vault is registered or
      * re-counted (CBSDRMNT function 'V') and moved by every drawer
      * transfer; CBSDRRPT prints it as the branch's vault position.
      ******************************************************************
           EXEC SQL DECLARE CBS_BRANCH_VAULT TABLE
           ( BRANCH_NAME                    CHAR(20) NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             VAULT_BALANCE                  BIGINT NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_BRANCH_VAULT                   *
      ******************************************************************
      *
       01  DCLCBS-BRANCH-VAULT.
           10 VL-BRANCH-NAME       PIC X(20).
           10 VL-CURRENCY          PIC X(3).
           10 VL-VAULT-BALANCE     PIC S9(18) USAGE COMP.
           10 VL-UPD-USERID        PIC X(10).
           10 VL-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
