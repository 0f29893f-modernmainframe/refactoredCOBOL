      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_STAFF_SECURITY_LOG)                    *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSSTSEC))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(SL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Staff security log: one row per maintenance or approval
      * attempt CBSENTCK refused - the staff-side counterpart of
      * LGCUSAUT's SECURITY_EVENT_LOG. EVENT_TYPE NOTENTL (operator
      * holds no active role entitled to the function), NOOPER
      * (user id blank or holds no active role at all). The row is
      * committed as it is written, so the caller's rollback of the
      * refused request cannot take the evidence with it.
      ******************************************************************
           EXEC SQL DECLARE CBS_STAFF_SECURITY_LOG TABLE
           ( OPERATOR_USERID                CHAR(10) NOT NULL,
             PROGRAM_NAME                   CHAR(8) NOT NULL,
             FUNCTION_CODE                  CHAR(1) NOT NULL,
             EVENT_TYPE                     CHAR(8) NOT NULL,
             REASON                         CHAR(50) NOT NULL,
             EVENT_TIMESTAMP                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_STAFF_SECURITY_LOG             *
      ******************************************************************
      *
       01  DCLCBS-STAFF-SECURITY-LOG.
           10 SL-OPERATOR-USERID   PIC X(10).
           10 SL-PROGRAM-NAME      PIC X(8).
           10 SL-FUNCTION-CODE     PIC X(1).
           10 SL-EVENT-TYPE        PIC X(8).
           10 SL-REASON            PIC X(50).
           10 SL-EVENT-TIMESTAMP   PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
