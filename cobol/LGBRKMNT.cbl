      * nothing, so the broker list can only move forward
      * deliberately. A commission percentage outside 0-100 is
      * refused on add and terms alike.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns LGBM-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE LGBRKMS
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY LGBMRES.
      * PATH : .../Cobol Include/LGBMRES
       MAIN-PARA.
           SET LGBM-SUCCESS TO TRUE.
           MOVE SPACES TO LGBM-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LGBM-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN LGBM-FN-ADD
                 PERFORM ADD-BROKER
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LGBM-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGBRKMNT' TO CBSEN-PROGRAM-NAME.
           MOVE LGBM-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LGBM-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LGBM-REASON
           END-IF.

      ******************************************************************
       CHECK-COMMISSION-RANGE.
           IF LGBM-COMMISSION-PCT < 0
