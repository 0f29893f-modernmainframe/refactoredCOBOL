      * proposal as a false match. Either disposition is recorded on
      * the queue row, and approve-and-link is one commit/rollback
      * unit of work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSXP-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE CBSXPQUE
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSXPRES.
      * PATH : .../Cobol Include/CBSXPRES
       MAIN-PARA.
           SET CBSXP-SUCCESS TO TRUE.
           MOVE SPACES TO CBSXP-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSXP-SUCCESS
              EXIT PROGRAM
           END-IF.
           PERFORM FETCH-PENDING-PROPOSAL.
           IF CBSXP-SUCCESS
              EVALUATE TRUE
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSXP-REVIEW-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSXPRPD' TO CBSEN-PROGRAM-NAME.
           MOVE CBSXP-DECISION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSXP-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSXP-REASON
           END-IF.

      ******************************************************************
       FETCH-PENDING-PROPOSAL.
           MOVE CBSXP-PROP-ID TO XP-PROP-ID.
