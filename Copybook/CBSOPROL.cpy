      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_OPERATOR_ROLE)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSOPROL))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(OR-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Staff operator roles: one row per role an operator user id
      * holds, with the operator's name and home branch so the
      * monthly recertification (CBSENTRP) can list who can do what
      * per branch. ROLE_STATUS 'A' active, 'S' suspended, 'R'
      * revoked - only an active row grants anything. A batch job's
      * own user id is registered here like any staff operator when
      * it drives a maintenance program (TCSCESTB's cascade close).
      * GRANTED_BY is the security officer who granted the role;
      * rows are maintained by the security administration team and
      * never by the programs they entitle.
      ******************************************************************
           EXEC SQL DECLARE CBS_OPERATOR_ROLE TABLE
           ( OPERATOR_USERID                CHAR(10) NOT NULL,
             ROLE_CODE                      CHAR(8) NOT NULL,
             OPERATOR_NAME                  CHAR(60) NOT NULL,
             BRANCH_NAME                    CHAR(20) NOT NULL,
             ROLE_STATUS                    CHAR(1) NOT NULL,
             GRANTED_BY                     CHAR(10) NOT NULL,
             GRANTED_DATE                   DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_OPERATOR_ROLE                  *
      ******************************************************************
      *
       01  DCLCBS-OPERATOR-ROLE.
           10 OR-OPERATOR-USERID   PIC X(10).
           10 OR-ROLE-CODE         PIC X(8).
           10 OR-OPERATOR-NAME     PIC X(60).
           10 OR-BRANCH-NAME       PIC X(20).
           10 OR-ROLE-STATUS       PIC X(1).
           10 OR-GRANTED-BY        PIC X(10).
           10 OR-GRANTED-DATE      PIC X(10).
           10 OR-UPD-USERID        PIC X(10).
           10 OR-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
