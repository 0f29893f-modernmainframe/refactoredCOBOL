      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_ROLE_ENTITLEMENT)                      *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSROLEN))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RE-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Function-entitlement matrix: one row per role per maintenance
      * or approval function it may drive. A function is the program
      * name plus that program's own function or decision code from
      * its linkage area (CBSACMNT 'L' limit change, CBSDRGAP 'A'
      * approve, TCSCUSC1 'X' close, and so on); FUNCTION_CODE '*'
      * grants every function of the program, and single-function
      * programs are always checked under '*'. CBSENTCK reads it on
      * every maintenance call; CBSENTRP prints it monthly for
      * recertification.
      ******************************************************************
           EXEC SQL DECLARE CBS_ROLE_ENTITLEMENT TABLE
           ( ROLE_CODE                      CHAR(8) NOT NULL,
             PROGRAM_NAME                   CHAR(8) NOT NULL,
             FUNCTION_CODE                  CHAR(1) NOT NULL,
             FUNCTION_DESC                  CHAR(40) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ROLE_ENTITLEMENT               *
      ******************************************************************
      *
       01  DCLCBS-ROLE-ENTITLEMENT.
           10 RE-ROLE-CODE         PIC X(8).
           10 RE-PROGRAM-NAME      PIC X(8).
           10 RE-FUNCTION-CODE     PIC X(1).
           10 RE-FUNCTION-DESC     PIC X(40).
           10 RE-UPD-USERID        PIC X(10).
           10 RE-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
