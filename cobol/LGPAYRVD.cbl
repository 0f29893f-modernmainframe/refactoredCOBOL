      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGPAYRVD
      ******************************************************************
      * PAYOUT-REVIEW-DECISION. LGPAYHLD parks a claim settlement,
      * cancellation refund or maturity payout on PAYOUT_REVIEW when
      * the customer's address changed inside the cooling-off
      * period; this is how a reviewer, having confirmed the change
      * with the customer, lets it go - or stops it. As one commit/
      * rollback unit of work, for one held ('H') row:
      *
      *  - the operator must be entitled to the decision through
      *    the shared CBSENTCK check;
      *  - 'R' release writes the payout's LGSETPAY payment
      *    instruction to RVWPAY, value-dated today, and marks the
      *    row 'R';
      *  - 'X' reject pays nothing and marks the row 'X'. A claim
      *    settlement's amount is backed off CLAIM.PAID so the
      *    adjuster can settle it again through LGCLMSET once the
      *    customer is verified. LGCLMSET took that settlement off
      *    the case reserve and raised the reinsurers' recoveries on
      *    it, so both are undone too: LGCLMRSV reinstates the
      *    reserve (an 'R' movement) and LGRIRCV cancels the
      *    recoveries still due ('X'). A refund or maturity stays
      *    owed on POLICY_CANCEL / POLICY_MATURITY for finance to pay
      *    by other means.
      *
      * The status update is guarded on REVIEW_STATUS 'H', so two
      * reviewers deciding the same item cannot both succeed.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPAYRVD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYMENT-FILE ASSIGN TO RVWPAY
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PAYFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 PAYMENT-FILEREC.
           COPY LGSETPAY.
      * PATH : .../Cobol Include/LGSETPAY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 PS-CLAIMNUMBER              PIC 9(10).
      *    05 PS-POLICYNUMBER             PIC 9(10).
      *    05 PS-AMOUNT                   PIC 9(8).
      *    05 PS-VALUE-DATE               PIC X(10).

       WORKING-STORAGE SECTION.
       01 PAYFILE-STATUS               PIC X(02) VALUE SPACES.
          88 PAYFILE-STATUS-OK         VALUE '00'.
       01 WS-CURRENT-DATE              PIC X(10).
       01 WK-CONSTANTS.
          05 WK-REVIEW-HELD           PIC X(1) VALUE 'H'.
      * Case-reserve area for the LGCLMRSV CALL - see LGRSVRES.
           COPY LGRSVRES.
      * Reinsurance recovery area for the LGRIRCV CALL - see LGRIRRES.
           COPY LGRIRRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPAYRVW.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLPAYOUT-REVIEW.
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
             INCLUDE LGPAYRVW
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY LGPRVREQ.
      * PATH : .../Cobol Include/LGPRVREQ
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-PAYOUT-REVIEW-AREA.

       PROCEDURE DIVISION USING LG-PAYOUT-REVIEW-AREA.
       MAIN-PARA.
           SET LG-PRV-SUCCESS TO TRUE.
           MOVE SPACES TO LG-PRV-REASON.
           MOVE 0 TO LG-PRV-AMOUNT.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LG-PRV-SUCCESS
              EXIT PROGRAM
           END-IF.
           IF NOT LG-PRV-RELEASE AND NOT LG-PRV-REJECT
              SET LG-PRV-DECISION-INVALID TO TRUE
              MOVE 'DECISION MUST BE R OR X' TO LG-PRV-REASON
           ELSE
              PERFORM FETCH-REVIEW-ROW
           END-IF.
           IF LG-PRV-SUCCESS
              PERFORM RECORD-DECISION
           END-IF.
           IF LG-PRV-SUCCESS
              IF LG-PRV-RELEASE
                 PERFORM WRITE-RELEASED-INSTRUCTION
              ELSE
                 PERFORM BACK-OUT-REJECTED-PAYOUT
              END-IF
           END-IF.
      * The decision is recorded first, so a reviewer who lost the
      * race never writes an instruction, and only stands if the
      * released instruction made it to the file or the claim was
      * backed out - the LGCLMSET ordering.
           IF LG-PRV-SUCCESS
              EXEC SQL
                   COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may make this decision; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LG-PRV-OPERATOR-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGPAYRVD' TO CBSEN-PROGRAM-NAME.
           MOVE LG-PRV-DECISION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LG-PRV-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LG-PRV-REASON
           END-IF.

      ******************************************************************
      * FETCH-REVIEW-ROW reads the item; only a held item can be
      * decided.
       FETCH-REVIEW-ROW.
           MOVE LG-PRV-PROGRAM-NAME   TO PV-SOURCE-PROGRAM.
           MOVE LG-PRV-POLICYNUMBER   TO PV-POLICYNUMBER.
           MOVE LG-PRV-CLAIMNUMBER    TO PV-CLAIMNUMBER.
           MOVE LG-PRV-HELD-TIMESTAMP TO PV-HELD-TIMESTAMP.
           EXEC SQL
                SELECT AMOUNT, REVIEW_STATUS
                  INTO :PV-AMOUNT, :PV-REVIEW-STATUS
                  FROM PAYOUT_REVIEW
                 WHERE SOURCE_PROGRAM = :PV-SOURCE-PROGRAM
                   AND POLICYNUMBER = :PV-POLICYNUMBER
                   AND CLAIMNUMBER = :PV-CLAIMNUMBER
                   AND HELD_TIMESTAMP = :PV-HELD-TIMESTAMP
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET LG-PRV-NOTFOUND TO TRUE
                 MOVE 'PAYOUT REVIEW ITEM NOT FOUND' TO LG-PRV-REASON
              WHEN SQLCODE NOT = 0
                 SET LG-PRV-DB2FAIL TO TRUE
                 MOVE 'PAYOUT REVIEW FETCH FAILED' TO LG-PRV-REASON
                 DISPLAY '(LGPAYRVD) FETCH FAILED. SQLCODE=' SQLCODE
              WHEN PV-REVIEW-STATUS NOT = WK-REVIEW-HELD
                 SET LG-PRV-NOT-HELD TO TRUE
                 MOVE 'PAYOUT ALREADY DECIDED' TO LG-PRV-REASON
              WHEN OTHER
                 MOVE PV-AMOUNT TO LG-PRV-AMOUNT
           END-EVALUATE.

      ******************************************************************
      * WRITE-RELEASED-INSTRUCTION hands the payout to the payments
      * system in the LGSETPAY layout the source program would have
      * written, value-dated today.
       WRITE-RELEASED-INSTRUCTION.
           OPEN OUTPUT PAYMENT-FILE.
           IF NOT PAYFILE-STATUS-OK
              SET LG-PRV-DB2FAIL TO TRUE
              MOVE 'PAYMENT INSTRUCTION FILE OPEN FAILED'
                TO LG-PRV-REASON
              DISPLAY 'ERROR OPENING PAYMENT FILE. STATUS='
                PAYFILE-STATUS
           ELSE
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-CURRENT-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              MOVE PV-CLAIMNUMBER   TO PS-CLAIMNUMBER
              MOVE PV-POLICYNUMBER  TO PS-POLICYNUMBER
              MOVE PV-AMOUNT        TO PS-AMOUNT
              MOVE WS-CURRENT-DATE  TO PS-VALUE-DATE
              WRITE PAYMENT-FILEREC
              IF NOT PAYFILE-STATUS-OK
                 SET LG-PRV-DB2FAIL TO TRUE
                 MOVE 'PAYMENT INSTRUCTION WRITE FAILED'
                   TO LG-PRV-REASON
                 DISPLAY 'ERROR WRITING PAYMENT FILE.'
              END-IF
              CLOSE PAYMENT-FILE
           END-IF.

      ******************************************************************
      * BACK-OUT-REJECTED-PAYOUT takes a rejected claim settlement
      * back off CLAIM.PAID, then puts it back on the case reserve
      * and cancels the recoveries it raised. Refunds and maturities
      * (claim number zero) have nothing to back out.
       BACK-OUT-REJECTED-PAYOUT.
           IF PV-CLAIMNUMBER NOT = 0
              EXEC SQL
                   UPDATE CLAIM
                      SET PAID = PAID - :PV-AMOUNT
                    WHERE CLAIMNUMBER = :PV-CLAIMNUMBER
                      AND PAID >= :PV-AMOUNT
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN 100
                    SET LG-PRV-DB2FAIL TO TRUE
                    MOVE 'CLAIM PAID IS BELOW THE HELD AMOUNT'
                      TO LG-PRV-REASON
                 WHEN OTHER
                    SET LG-PRV-DB2FAIL TO TRUE
                    MOVE 'CLAIM BACK-OUT FAILED' TO LG-PRV-REASON
                    DISPLAY '(LGPAYRVD) CLAIM UPDATE FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
              IF LG-PRV-SUCCESS
                 PERFORM REINSTATE-CASE-RESERVE
              END-IF
              IF LG-PRV-SUCCESS
                 PERFORM CANCEL-REINSURANCE-RECOVERY
              END-IF
           END-IF.

      ******************************************************************
      * REINSTATE-CASE-RESERVE puts the rejected settlement back on
      * the claim's case reserve.
       REINSTATE-CASE-RESERVE.
           INITIALIZE LG-CLAIM-RESERVE-AREA.
           SET LG-RSV-FN-REINSTATE TO TRUE.
           MOVE PV-CLAIMNUMBER     TO LG-RSV-CLAIMNUMBER.
           MOVE PV-POLICYNUMBER    TO LG-RSV-POLICYNUMBER.
           MOVE PV-AMOUNT          TO LG-RSV-AMOUNT.
           MOVE 'PAYOUT REJECTED AT REVIEW' TO LG-RSV-REASON-TEXT.
           MOVE 'LGPAYRVD'         TO LG-RSV-UPD-USERID.
           CALL 'LGCLMRSV' USING LG-CLAIM-RESERVE-AREA.
           IF NOT LG-RSV-SUCCESS
              SET LG-PRV-DB2FAIL TO TRUE
              MOVE LG-RSV-REASON TO LG-PRV-REASON
           END-IF.

      ******************************************************************
      * CANCEL-REINSURANCE-RECOVERY cancels what the reinsurers were
      * to recover on the rejected settlement.
       CANCEL-REINSURANCE-RECOVERY.
           INITIALIZE LG-RI-RECOVERY-AREA.
           SET LG-RIR-FN-CANCEL    TO TRUE.
           MOVE PV-CLAIMNUMBER     TO LG-RIR-CLAIMNUMBER.
           MOVE PV-POLICYNUMBER    TO LG-RIR-POLICYNUMBER.
           MOVE PV-AMOUNT          TO LG-RIR-AMOUNT.
           MOVE 'LGPAYRVD'         TO LG-RIR-UPD-USERID.
           CALL 'LGRIRCV' USING LG-RI-RECOVERY-AREA.
           IF NOT LG-RIR-SUCCESS
              SET LG-PRV-DB2FAIL TO TRUE
              MOVE LG-RIR-REASON TO LG-PRV-REASON
           END-IF.

      ******************************************************************
      * RECORD-DECISION marks the item released or rejected, only if
      * it is still held.
       RECORD-DECISION.
           MOVE LG-PRV-DECISION        TO PV-REVIEW-STATUS.
           MOVE LG-PRV-OPERATOR-USERID TO PV-REVIEW-USERID.
           MOVE LG-PRV-NOTE            TO PV-REVIEW-NOTE.
           EXEC SQL
                UPDATE PAYOUT_REVIEW
                   SET REVIEW_STATUS = :PV-REVIEW-STATUS ,
                       REVIEW_USERID = :PV-REVIEW-USERID ,
                       REVIEW_NOTE = :PV-REVIEW-NOTE ,
                       REVIEW_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE SOURCE_PROGRAM = :PV-SOURCE-PROGRAM
                   AND POLICYNUMBER = :PV-POLICYNUMBER
                   AND CLAIMNUMBER = :PV-CLAIMNUMBER
                   AND HELD_TIMESTAMP = :PV-HELD-TIMESTAMP
                   AND REVIEW_STATUS = :WK-REVIEW-HELD
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY '(LGPAYRVD) PAYOUT ' PV-REVIEW-STATUS
                   ' POLICY=' PV-POLICYNUMBER ' CLAIM=' PV-CLAIMNUMBER
                   ' BY ' PV-REVIEW-USERID
              WHEN 100
                 SET LG-PRV-NOT-HELD TO TRUE
                 MOVE 'PAYOUT ALREADY DECIDED' TO LG-PRV-REASON
              WHEN OTHER
                 SET LG-PRV-DB2FAIL TO TRUE
                 MOVE 'PAYOUT REVIEW UPDATE FAILED' TO LG-PRV-REASON
                 DISPLAY '(LGPAYRVD) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.
