      * CBSLIMCK enforces on limit changes - then assigns INSTR-ID
      * from STND_INSTR_SEQ and inserts the CBS_STND_INSTR row.
      * Cancel closes an existing ACTIVE or SUSPENDED instruction.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSSI-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE CBSSTIN
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSSIRES.
      * PATH : .../Cobol Include/CBSSIRES
       MAIN-PARA.
           SET CBSSI-SUCCESS TO TRUE.
           MOVE SPACES TO CBSSI-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSSI-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN CBSSI-FN-ADD
                 PERFORM ADD-INSTRUCTION
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSSI-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSSIMNT' TO CBSEN-PROGRAM-NAME.
           MOVE CBSSI-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSSI-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSSI-REASON
           END-IF.

      ******************************************************************
       ADD-INSTRUCTION.
           PERFORM VALIDATE-INSTRUCTION-ACCOUNT.
