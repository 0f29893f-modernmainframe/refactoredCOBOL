      *    discipline the other updaters use;
      *  - single-account branch reassignment, validated against an
      *    ACTIVE CBS_BRANCH_MSTR row so an account cannot be parked
      *    on a closed or misspelled branch;
      *  - arranged overdraft changes, by CALLing CBSODLCK the same
      *    way limit changes CALL CBSLIMCK, so the overdraft range
      *    and the never-below-the-overdrawn-balance rule live in one
      *    program and every facility granted, changed or withdrawn
      *    leaves the same audit row a limit change does.
      *
      * Every applied change writes a CBS_ACCT_AUDIT_LOG row with the
      * change described in REASON (old and new status are the
      * account's unchanged status, the CBSORPHR reassignment
      * convention), and each maintenance action is its own commit/
      * rollback unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSAM-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-REASON              PIC X(50).
       01 WS-NEW-LIMIT-DISPLAY         PIC Z(8)9.
       01 WS-OLD-LIMIT-DISPLAY         PIC Z(8)9.
       01 WK-CONSTANTS.
          05 WK-ACTIVE-YES            PIC X(1) VALUE 'Y'.
      * Limit-check area for the CBSLIMCK CALL - see CBSLMRES.
           COPY CBSLMRES.
      * Overdraft-check area for the CBSODLCK CALL - see CBSODRES.
           COPY CBSODRES.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSBRNM.cpy / CBSAUDIT
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
             INCLUDE CBSAUDIT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSAMRES.
      * PATH : .../Cobol Include/CBSAMRES
       MAIN-PARA.
           SET CBSAM-SUCCESS TO TRUE.
           MOVE SPACES TO CBSAM-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSAM-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE CBSAM-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           PERFORM FETCH-ACCOUNT-FOR-MAINT.
           IF CBSAM-SUCCESS
                    PERFORM APPLY-NAME-CORRECTION
                 WHEN CBSAM-FN-BRANCH
                    PERFORM APPLY-BRANCH-TRANSFER
                 WHEN CBSAM-FN-OVERDRAFT
                    PERFORM APPLY-OVERDRAFT-CHANGE
                 WHEN OTHER
                    SET CBSAM-BADFUNCTION TO TRUE
                    MOVE 'INVALID FUNCTION CODE' TO CBSAM-REASON
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSAM-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSACMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSAM-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSAM-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSAM-REASON
           END-IF.

      ******************************************************************
       FETCH-ACCOUNT-FOR-MAINT.
           EXEC SQL
                 MOVE CBSLM-REASON TO CBSAM-REASON
           END-EVALUATE.

      ******************************************************************
      * APPLY-OVERDRAFT-CHANGE drives the CBSODLCK check-and-apply the
      * way APPLY-LIMIT-CHANGE drives CBSLIMCK, then records the old
      * and new facility on the audit trail.
       APPLY-OVERDRAFT-CHANGE.
           INITIALIZE CBSOD-OD-LIMIT-CHECK-AREA.
           MOVE CBSAM-ACCOUNT-NUMBER TO CBSOD-ACCOUNT-NUMBER.
           MOVE CBSAM-NEW-OD-LIMIT   TO CBSOD-NEW-OD-LIMIT.
           CALL 'CBSODLCK' USING CBSOD-OD-LIMIT-CHECK-AREA.
           EVALUATE TRUE
              WHEN CBSOD-SUCCESS
                 MOVE CBSAM-NEW-OD-LIMIT TO WS-NEW-LIMIT-DISPLAY
                 MOVE CBSOD-OLD-OD-LIMIT TO WS-OLD-LIMIT-DISPLAY
                 MOVE SPACES TO WS-AUDIT-REASON
                 STRING 'OVERDRAFT ' WS-OLD-LIMIT-DISPLAY
                         ' TO ' WS-NEW-LIMIT-DISPLAY
                         DELIMITED BY SIZE
                         INTO WS-AUDIT-REASON
                 END-STRING
                 PERFORM INSERT-MAINT-AUDIT-ROW
              WHEN CBSOD-ACCTNOTFOUND
                 SET CBSAM-NOTFOUND TO TRUE
                 MOVE CBSOD-REASON TO CBSAM-REASON
              WHEN CBSOD-LIMIT-OUT-OF-RANGE
              WHEN CBSOD-CURRENCY-UNKNOWN
              WHEN CBSOD-ACCT-NOTACTIVE
              WHEN CBSOD-BELOW-OVERDRAWN
                 SET CBSAM-VALIDFAIL TO TRUE
                 MOVE CBSOD-REASON TO CBSAM-REASON
              WHEN CBSOD-CONCURRENT-UPDATE
                 SET CBSAM-CONCURRENT-UPDATE TO TRUE
                 MOVE CBSOD-REASON TO CBSAM-REASON
              WHEN OTHER
                 SET CBSAM-DB2FAIL TO TRUE
                 MOVE CBSOD-REASON TO CBSAM-REASON
           END-EVALUATE.

      ******************************************************************
       APPLY-NAME-CORRECTION.
           IF CBSAM-NEW-NAME = SPACES OR LOW-VALUES
