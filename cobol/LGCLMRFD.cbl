      * the parked details (the screen is deliberately not re-run - a
      * human has just judged the flag), reject closes the referral
      * with nothing created. Approve-and-insert is one commit/
      * rollback unit of work, and that unit of work includes
      * opening the new claim's case reserve through LGCLMRSV at the
      * claimed value.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns LGCR-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
             INCLUDE LGCLMRQ
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.
      * Case-reserve area for the LGCLMRSV CALL - see LGRSVRES.
           COPY LGRSVRES.

       LINKAGE SECTION.
           COPY LGCRRES.
      * PATH : .../Cobol Include/LGCRRES
       MAIN-PARA.
           SET LGCR-SUCCESS TO TRUE.
           MOVE SPACES TO LGCR-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LGCR-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO LGCR-CLAIMNUMBER.
           PERFORM FETCH-PENDING-REFERRAL.
           IF LGCR-SUCCESS
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LGCR-REVIEW-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGCLMRFD' TO CBSEN-PROGRAM-NAME.
           MOVE LGCR-DECISION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LGCR-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LGCR-REASON
           END-IF.

      ******************************************************************
       FETCH-PENDING-REFERRAL.
           MOVE LGCR-QUEUE-ID TO RQ-QUEUE-ID.
                 DISPLAY '(LGCLMRFD) INSERT FAILED. SQLCODE=' SQLCODE
              ELSE
                 MOVE DB2-C-Num TO LGCR-CLAIMNUMBER
                 PERFORM OPEN-CASE-RESERVE
              END-IF
              IF LGCR-SUCCESS
                 MOVE 'A' TO RQ-REVIEW-STATUS
                 PERFORM MARK-REFERRAL-REVIEWED
                 IF LGCR-SUCCESS
              END-IF
           END-IF.

      ******************************************************************
      * OPEN-CASE-RESERVE opens the approved claim's case reserve at
      * its claimed value - nothing has been paid on it yet.
       OPEN-CASE-RESERVE.
           INITIALIZE LG-CLAIM-RESERVE-AREA.
           SET LG-RSV-FN-OPEN     TO TRUE.
           MOVE DB2-C-Num          TO LG-RSV-CLAIMNUMBER.
           MOVE RQ-POLICYNUMBER    TO LG-RSV-POLICYNUMBER.
           MOVE RQ-CLAIM-VALUE     TO LG-RSV-AMOUNT.
           MOVE LGCR-REVIEW-USERID TO LG-RSV-UPD-USERID.
           CALL 'LGCLMRSV' USING LG-CLAIM-RESERVE-AREA.
           IF NOT LG-RSV-SUCCESS
              SET LGCR-DB2FAIL TO TRUE
              MOVE LG-RSV-REASON TO LGCR-REASON
           END-IF.

      ******************************************************************
       REJECT-REFERRED-INTAKE.
           MOVE 'R' TO RQ-REVIEW-STATUS.
