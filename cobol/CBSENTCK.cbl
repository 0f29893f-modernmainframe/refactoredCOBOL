      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSENTCK
      ******************************************************************
      * OPERATOR-ENTITLEMENT-CHECK. LGCUSAUT authenticates insurance
      * customers, but nothing checked what a member of staff was
      * allowed to do: any UPD_USERID could push a limit change
      * through CBSACMNT, clear a compliance HOLD through CBSCMPFD,
      * restore an archived row through CBSARINQ or close a customer
      * through TCSCUSC1, and CBSDRGAP's "different user" rule was
      * the only separation of duties. Linkage-callable in the
      * CBSLIMCK mold, this is the one shared check every staff
      * maintenance and approval program now CALLs before it reads
      * or changes anything:
      *
      *  - the operator must hold at least one active row on
      *    CBS_OPERATOR_ROLE (a blank user id never does);
      *  - one of those active roles must carry a
      *    CBS_ROLE_ENTITLEMENT row for the calling program and its
      *    function code, or the program-wide '*' row.
      *
      * A refusal is written to CBS_STAFF_SECURITY_LOG here, in the
      * LGCUSAUT WRITE-SECURITY-EVENT style, and committed at once so
      * the caller's rollback of the refused request cannot erase
      * it. Callers make the check first thing, so the commit never
      * carries any of their own work. On success the operator's
      * home branch comes back for callers that want it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSENTCK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ROLE-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ENTITLED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-ROLE-ACTIVE           PIC X(1) VALUE 'A'.
          05 WK-ALL-FUNCTIONS         PIC X(1) VALUE '*'.
          05 WK-EVENT-NOT-ENTITLED    PIC X(8) VALUE 'NOTENTL'.
          05 WK-EVENT-NO-OPERATOR     PIC X(8) VALUE 'NOOPER'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSOPROL.cpy / CBSROLEN.cpy / CBSSTSEC
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-OPERATOR-ROLE.  01 DCLCBS-ROLE-ENTITLEMENT.
      *01  DCLCBS-STAFF-SECURITY-LOG.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE CBSOPROL
           END-EXEC.

           EXEC SQL
             INCLUDE CBSROLEN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSSTSEC
           END-EXEC.

       LINKAGE SECTION.
           COPY CBSENRES.
      * PATH : .../Cobol Include/CBSENRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSEN-ENTITLEMENT-AREA.

       PROCEDURE DIVISION USING CBSEN-ENTITLEMENT-AREA.
       MAIN-PARA.
           SET CBSEN-ENTITLED TO TRUE.
           MOVE SPACES TO CBSEN-REASON.
           MOVE SPACES TO CBSEN-BRANCH-NAME.
           IF CBSEN-OPERATOR-USERID = SPACES OR LOW-VALUES
              SET CBSEN-NO-OPERATOR TO TRUE
              MOVE 'OPERATOR USER ID IS REQUIRED' TO CBSEN-REASON
              MOVE WK-EVENT-NO-OPERATOR TO SL-EVENT-TYPE
              PERFORM WRITE-STAFF-SECURITY-EVENT
           ELSE
              PERFORM FETCH-OPERATOR-ROLES
           END-IF.
           IF CBSEN-ENTITLED
              PERFORM CHECK-FUNCTION-ENTITLEMENT
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * FETCH-OPERATOR-ROLES counts the operator's active roles and
      * picks up the home branch they are held at; an operator with
      * none - never registered, suspended or revoked - is refused
      * before the matrix is consulted.
       FETCH-OPERATOR-ROLES.
           MOVE CBSEN-OPERATOR-USERID TO OR-OPERATOR-USERID.
           EXEC SQL
                SELECT COUNT(*), COALESCE(MIN(BRANCH_NAME), ' ')
                  INTO :WS-ROLE-COUNT, :OR-BRANCH-NAME
                  FROM CBS_OPERATOR_ROLE
                 WHERE OPERATOR_USERID = :OR-OPERATOR-USERID
                   AND ROLE_STATUS = :WK-ROLE-ACTIVE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSEN-DB2FAIL TO TRUE
                 MOVE 'OPERATOR ROLE LOOKUP FAILED' TO CBSEN-REASON
                 DISPLAY '(CBSENTCK) ROLE LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-ROLE-COUNT = 0
                 SET CBSEN-NO-OPERATOR TO TRUE
                 MOVE 'OPERATOR HOLDS NO ACTIVE ROLE' TO CBSEN-REASON
                 MOVE WK-EVENT-NO-OPERATOR TO SL-EVENT-TYPE
                 PERFORM WRITE-STAFF-SECURITY-EVENT
              WHEN OTHER
                 MOVE OR-BRANCH-NAME TO CBSEN-BRANCH-NAME
           END-EVALUATE.

      ******************************************************************
      * CHECK-FUNCTION-ENTITLEMENT looks for any active role of the
      * operator carrying the calling program's function, or the
      * program-wide '*' entitlement.
       CHECK-FUNCTION-ENTITLEMENT.
           MOVE CBSEN-PROGRAM-NAME  TO RE-PROGRAM-NAME.
           MOVE CBSEN-FUNCTION-CODE TO RE-FUNCTION-CODE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-ENTITLED-COUNT
                  FROM CBS_OPERATOR_ROLE R,
                       CBS_ROLE_ENTITLEMENT E
                 WHERE R.OPERATOR_USERID = :OR-OPERATOR-USERID
                   AND R.ROLE_STATUS = :WK-ROLE-ACTIVE
                   AND E.ROLE_CODE = R.ROLE_CODE
                   AND E.PROGRAM_NAME = :RE-PROGRAM-NAME
                   AND ( E.FUNCTION_CODE = :RE-FUNCTION-CODE
                      OR E.FUNCTION_CODE = :WK-ALL-FUNCTIONS )
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CBSEN-DB2FAIL TO TRUE
                 MOVE 'ENTITLEMENT LOOKUP FAILED' TO CBSEN-REASON
                 DISPLAY '(CBSENTCK) ENTITLEMENT LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-ENTITLED-COUNT = 0
                 SET CBSEN-NOT-ENTITLED TO TRUE
                 MOVE 'OPERATOR NOT ENTITLED TO THIS FUNCTION'
                   TO CBSEN-REASON
                 MOVE WK-EVENT-NOT-ENTITLED TO SL-EVENT-TYPE
                 PERFORM WRITE-STAFF-SECURITY-EVENT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * WRITE-STAFF-SECURITY-EVENT records the refusal and commits it
      * straight away - the caller rolls back a refused request, and
      * the evidence of the attempt has to outlive that rollback.
       WRITE-STAFF-SECURITY-EVENT.
           MOVE CBSEN-OPERATOR-USERID TO SL-OPERATOR-USERID.
           MOVE CBSEN-PROGRAM-NAME    TO SL-PROGRAM-NAME.
           MOVE CBSEN-FUNCTION-CODE   TO SL-FUNCTION-CODE.
           MOVE CBSEN-REASON          TO SL-REASON.
           EXEC SQL
                INSERT INTO CBS_STAFF_SECURITY_LOG
                       ( OPERATOR_USERID ,
                         PROGRAM_NAME ,
                         FUNCTION_CODE ,
                         EVENT_TYPE ,
                         REASON ,
                         EVENT_TIMESTAMP )
                VALUES
                       ( :SL-OPERATOR-USERID ,
                         :SL-PROGRAM-NAME ,
                         :SL-FUNCTION-CODE ,
                         :SL-EVENT-TYPE ,
                         :SL-REASON ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSENTCK) SECURITY LOG INSERT FAILED.'
                ' SQLCODE=' SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
           DISPLAY '(CBSENTCK) REFUSED ' SL-OPERATOR-USERID ' '
             SL-PROGRAM-NAME ' ' SL-FUNCTION-CODE ' - ' SL-REASON.
