      *    cancel date so LGCLMCRT's expiry check refuses later
      *    claims, with LASTCHANGED stamped;
      *  - writes the refund as an LGSETPAY-style payment instruction
      *    (claim number zero) to CANPAY - unless LGPAYHLD finds the
      *    customer's address changed inside the cooling-off period,
      *    when the refund goes on PAYOUT_REVIEW instead and comes
      *    back flagged in LG-CAN-PAYOUT-HELD; the cancellation
      *    itself still stands.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns
      * LG-CAN-NOT-ENTITLED with the attempt already on the staff
      * security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-UNEXPIRED-DAYS            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-ELAPSED-DAYS              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REFUND-AMOUNT             PIC S9(9) USAGE COMP VALUE 0.
      * Function code the cancellation is entitled under on
      * CBS_ROLE_ENTITLEMENT.
       01 WK-FN-CANCEL                 PIC X(1) VALUE 'C'.
      * Cooling-off hold area for the LGPAYHLD CALL - see LGPHLRES.
           COPY LGPHLRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy / LGCANCL.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
             INCLUDE LGCANCL
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY LGCANREQ.
      * PATH : .../Cobol Include/LGCANREQ
           MOVE SPACES TO LG-CAN-REASON.
           MOVE 0 TO LG-CAN-REFUND-AMOUNT.
           MOVE SPACE TO LG-CAN-CANCEL-TYPE.
           MOVE 'N' TO LG-CAN-PAYOUT-HELD.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LG-CAN-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE LG-CAN-POLICYNUMBER TO DB2-POLICYNUMBER.
           PERFORM FETCH-POLICY-FOR-CANCEL.
           IF LG-CAN-SUCCESS
              PERFORM END-THE-POLICY
           END-IF.
           IF LG-CAN-SUCCESS AND WS-REFUND-AMOUNT > 0
              PERFORM CHECK-PAYOUT-HOLD
           END-IF.
           IF LG-CAN-SUCCESS AND WS-REFUND-AMOUNT > 0
                             AND NOT LG-CAN-HELD-FOR-REVIEW
              PERFORM WRITE-REFUND-INSTRUCTION
           END-IF.
      * The cancellation only stands if the refund instruction made
      * it to the file (or onto the review list) - the LGCLMSET
      * ordering, for the same reconciliation reason.
           IF LG-CAN-SUCCESS
              EXEC SQL
                   COMMIT
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE 'N' TO LG-CAN-PAYOUT-HELD
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LG-CAN-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGPOLCAN' TO CBSEN-PROGRAM-NAME.
           MOVE WK-FN-CANCEL TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LG-CAN-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LG-CAN-REASON
           END-IF.

      ******************************************************************
      * FETCH-POLICY-FOR-CANCEL pulls the policy and the day counts
      * the refund arithmetic needs. The cancel date must sit inside
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-PAYOUT-HOLD asks LGPAYHLD whether the refund has to wait
      * out an address-change cooling-off period; a held refund is
      * already on PAYOUT_REVIEW when it comes back.
       CHECK-PAYOUT-HOLD.
           INITIALIZE LG-PAYOUT-HOLD-AREA.
           MOVE 'LGPOLCAN'         TO LG-PHL-PROGRAM-NAME.
           MOVE DB2-POLICYNUMBER   TO LG-PHL-POLICYNUMBER.
           MOVE 0                  TO LG-PHL-CLAIMNUMBER.
           MOVE WS-REFUND-AMOUNT   TO LG-PHL-AMOUNT.
           MOVE LG-CAN-CANCEL-DATE TO LG-PHL-VALUE-DATE.
           CALL 'LGPAYHLD' USING LG-PAYOUT-HOLD-AREA.
           EVALUATE TRUE
              WHEN LG-PHL-HELD
                 SET LG-CAN-HELD-FOR-REVIEW TO TRUE
                 MOVE LG-PHL-REASON TO LG-CAN-REASON
              WHEN LG-PHL-DB2FAIL
                 SET LG-CAN-DB2FAIL TO TRUE
                 MOVE LG-PHL-REASON TO LG-CAN-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
       WRITE-REFUND-INSTRUCTION.
           OPEN OUTPUT PAYMENT-FILE.
