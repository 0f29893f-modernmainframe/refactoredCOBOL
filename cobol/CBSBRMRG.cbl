      * stomped, each move is logged to CBS_ACCT_AUDIT_LOG, the
      * source branch is retired on CBS_BRANCH_MSTR once empty, and a
      * before/after count reconciliation is printed to REPORT-FILE.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSBG-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
                 WHERE BASE_BRANCH = :CBSBG-SOURCE-BRANCH
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSBGRES.
      * PATH : .../Cobol Include/CBSBGRES
       MAIN-PARA.
           SET CBSBG-SUCCESS TO TRUE.
           MOVE SPACES TO CBSBG-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSBG-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO CBSBG-MOVED-COUNT.
           MOVE 0 TO CBSBG-SKIPPED-COUNT.
           PERFORM VALIDATE-MERGE-BRANCHES.
           CLOSE REPORT-FILE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSBG-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSBRMRG' TO CBSEN-PROGRAM-NAME.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSBG-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSBG-REASON
           END-IF.

      ******************************************************************
      * VALIDATE-MERGE-BRANCHES refuses the merge unless both names
      * are on CBS_BRANCH_MSTR and the target is ACTIVE - the
