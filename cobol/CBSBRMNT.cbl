      * an existing one (ACTIVE_FLAG to 'N' - the row is never
      * deleted, so accounts still carrying the name keep a valid
      * reference). The branch-side twin of CBSPRDMT.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSBM-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE CBSBRNM
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSBMRES.
      * PATH : .../Cobol Include/CBSBMRES
       MAIN-PARA.
           SET CBSBM-SUCCESS TO TRUE.
           MOVE SPACES TO CBSBM-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSBM-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN CBSBM-FN-ADD
                 PERFORM ADD-BRANCH
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSBM-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSBRMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSBM-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSBM-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSBM-REASON
           END-IF.

      ******************************************************************
       ADD-BRANCH.
           MOVE CBSBM-BRANCH-NAME TO BR-BRANCH-NAME.
