      * (compliance hold, concurrent change) leaves the request
      * pending for another pass. Rejecting marks it 'R' and touches
      * no account.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSDA-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE CBSDPND
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSDARES.
      * PATH : .../Cobol Include/CBSDARES
       MAIN-PARA.
           SET CBSDA-SUCCESS TO TRUE.
           MOVE SPACES TO CBSDA-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSDA-SUCCESS
              EXIT PROGRAM
           END-IF.
           PERFORM FETCH-PENDING-REQUEST.
           IF CBSDA-SUCCESS
              PERFORM CHECK-REVIEWER-DIFFERS
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSDA-REVIEW-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSDRGAP' TO CBSEN-PROGRAM-NAME.
           MOVE CBSDA-DECISION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSDA-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSDA-REASON
           END-IF.

      ******************************************************************
       FETCH-PENDING-REQUEST.
           MOVE CBSDA-PENDING-ID TO DP-PENDING-ID.
