      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGCLMRSV
      ******************************************************************
      * CLAIM-RESERVE. CLAIM only carries VALUE and PAID, so the
      * outstanding liability on open claims was anybody's guess.
      * This keeps a case reserve per claim on CLAIM_RESERVE, with
      * every change on CLAIM_RESERVE_MVMT:
      *
      *  - open ('O'): LGCLMCRT, or LGCLMRFD approving a referred
      *    intake, opens the reserve at the figure it passes - the
      *    claimed VALUE less anything already PAID;
      *  - adjust ('A'): the adjuster re-sets the reserve to a new
      *    figure, with a reason. The operator must be entitled on
      *    CBS_ROLE_ENTITLEMENT (CBSENTCK), and the figure may not
      *    exceed what is still payable on the claim (VALUE less
      *    PAID) - LGCLMSET would never pay the excess. A claim that
      *    predates reserves gets its first reserve row this way;
      *  - pay ('P'): LGCLMSET takes each settlement off the reserve,
      *    never below zero;
      *  - reinstate ('R'): a settlement that is backed off CLAIM.PAID
      *    after all - rejected at payout review (LGPAYRVD) or
      *    bounced by the bank (CBSPAYAK) - goes back onto the
      *    reserve, since the claim owes it again. The caller backs
      *    PAID out first, and the reserve is never taken above what
      *    is then payable (VALUE less PAID), the adjust ceiling. A
      *    claim with no reserve row has nothing to reinstate.
      *
      * Open, pay and reinstate ride in the caller's unit of work and
      * commit nothing; adjust is the adjuster's own entry point and
      * commits or rolls back itself. LGLOSSRP reports the reserves
      * by line of business and broker at month-end.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGCLMRSV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CURRENT-RESERVE           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NEW-RESERVE               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PAYABLE                   PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RESERVE-SWITCH            PIC X VALUE 'N'.
          88 WS-RESERVE-ON-FILE        VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-MOVEMENT-OPEN         PIC X(1) VALUE 'O'.
          05 WK-MOVEMENT-ADJUST       PIC X(1) VALUE 'A'.
          05 WK-MOVEMENT-PAY          PIC X(1) VALUE 'P'.
          05 WK-MOVEMENT-REINSTATE    PIC X(1) VALUE 'R'.
      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY / LGCLRSV / LGCLRMV
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DB2-CLAIM.  01 DCLCLAIM-RESERVE.
      *01  DCLCLAIM-RESERVE-MVMT.
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
             INCLUDE LGPOLICY
           END-EXEC.

           EXEC SQL
             INCLUDE LGCLRSV
           END-EXEC.

           EXEC SQL
             INCLUDE LGCLRMV
           END-EXEC.

       LINKAGE SECTION.
           COPY LGRSVRES.
      * PATH : .../Cobol Include/LGRSVRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-CLAIM-RESERVE-AREA.

       PROCEDURE DIVISION USING LG-CLAIM-RESERVE-AREA.
       MAIN-PARA.
           SET LG-RSV-SUCCESS TO TRUE.
           MOVE SPACES TO LG-RSV-REASON.
           MOVE 0 TO LG-RSV-RESERVE-AFTER.
           MOVE LG-RSV-CLAIMNUMBER TO CX-CLAIMNUMBER.
           MOVE LG-RSV-UPD-USERID TO CX-UPD-USERID.
           EVALUATE TRUE
              WHEN LG-RSV-FN-OPEN
                 PERFORM OPEN-CASE-RESERVE
              WHEN LG-RSV-FN-ADJUST
                 PERFORM ADJUST-CASE-RESERVE
                 IF LG-RSV-SUCCESS
                    EXEC SQL
                         COMMIT
                    END-EXEC
                 ELSE
                    EXEC SQL
                         ROLLBACK
                    END-EXEC
                 END-IF
              WHEN LG-RSV-FN-PAY
                 PERFORM RELEASE-PAID-RESERVE
              WHEN LG-RSV-FN-REINSTATE
                 PERFORM REINSTATE-UNPAID-RESERVE
              WHEN OTHER
                 SET LG-RSV-BADFUNCTION TO TRUE
                 MOVE 'INVALID FUNCTION CODE' TO LG-RSV-REASON
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * OPEN-CASE-RESERVE writes the claim's first reserve row and
      * its 'O' movement.
       OPEN-CASE-RESERVE.
           MOVE LG-RSV-POLICYNUMBER TO CX-POLICYNUMBER.
           MOVE LG-RSV-AMOUNT TO CX-RESERVE-AMOUNT.
           PERFORM INSERT-RESERVE-ROW.
           IF LG-RSV-SUCCESS
              MOVE WK-MOVEMENT-OPEN TO KM-MOVEMENT-TYPE
              MOVE CX-RESERVE-AMOUNT TO KM-MOVEMENT-AMOUNT
              MOVE 'RESERVE OPENED AT INTAKE' TO KM-REASON
              PERFORM WRITE-RESERVE-MOVEMENT
           END-IF.

      ******************************************************************
      * ADJUST-CASE-RESERVE re-sets the reserve to the adjuster's new
      * figure once the operator's entitlement and the figure itself
      * have been checked against the claim.
       ADJUST-CASE-RESERVE.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF LG-RSV-SUCCESS
              IF LG-RSV-REASON-TEXT = SPACES
                 SET LG-RSV-AMOUNT-INVALID TO TRUE
                 MOVE 'ADJUSTMENT REASON REQUIRED' TO LG-RSV-REASON
              ELSE
                 PERFORM FETCH-CLAIM-PAYABLE
              END-IF
           END-IF.
           IF LG-RSV-SUCCESS
              IF LG-RSV-AMOUNT > WS-PAYABLE
                 SET LG-RSV-AMOUNT-INVALID TO TRUE
                 MOVE 'RESERVE EXCEEDS AMOUNT STILL PAYABLE'
                   TO LG-RSV-REASON
              ELSE
                 PERFORM FETCH-RESERVE-ROW
              END-IF
           END-IF.
           IF LG-RSV-SUCCESS
              MOVE LG-RSV-AMOUNT TO WS-NEW-RESERVE
              IF WS-RESERVE-ON-FILE
                 PERFORM UPDATE-RESERVE-ROW
              ELSE
                 MOVE DB2-POLICYNUMBER TO CX-POLICYNUMBER
                 MOVE WS-NEW-RESERVE TO CX-RESERVE-AMOUNT
                 PERFORM INSERT-RESERVE-ROW
              END-IF
           END-IF.
           IF LG-RSV-SUCCESS
              MOVE WK-MOVEMENT-ADJUST TO KM-MOVEMENT-TYPE
              COMPUTE KM-MOVEMENT-AMOUNT =
                      WS-NEW-RESERVE - WS-CURRENT-RESERVE
              MOVE LG-RSV-REASON-TEXT TO KM-REASON
              PERFORM WRITE-RESERVE-MOVEMENT
           END-IF.

      ******************************************************************
      * RELEASE-PAID-RESERVE takes a settlement off the reserve. No
      * reserve row, or one already at zero, has nothing to release.
       RELEASE-PAID-RESERVE.
           PERFORM FETCH-RESERVE-ROW.
           IF LG-RSV-SUCCESS AND WS-RESERVE-ON-FILE
              AND WS-CURRENT-RESERVE > 0
              IF LG-RSV-AMOUNT >= WS-CURRENT-RESERVE
                 MOVE 0 TO WS-NEW-RESERVE
              ELSE
                 COMPUTE WS-NEW-RESERVE =
                         WS-CURRENT-RESERVE - LG-RSV-AMOUNT
              END-IF
              PERFORM UPDATE-RESERVE-ROW
              IF LG-RSV-SUCCESS
                 MOVE WK-MOVEMENT-PAY TO KM-MOVEMENT-TYPE
                 COMPUTE KM-MOVEMENT-AMOUNT =
                         WS-NEW-RESERVE - WS-CURRENT-RESERVE
                 MOVE 'RELEASED BY SETTLEMENT PAYMENT' TO KM-REASON
                 PERFORM WRITE-RESERVE-MOVEMENT
              END-IF
           END-IF.

      ******************************************************************
      * REINSTATE-UNPAID-RESERVE puts a backed-out settlement back on
      * the reserve, capped at what the claim still has payable now
      * that PAID has come down. The caller's reason text goes on the
      * movement when it gives one.
       REINSTATE-UNPAID-RESERVE.
           PERFORM FETCH-RESERVE-ROW.
           IF LG-RSV-SUCCESS AND WS-RESERVE-ON-FILE
              PERFORM FETCH-CLAIM-PAYABLE
           END-IF.
           IF LG-RSV-SUCCESS AND WS-RESERVE-ON-FILE
              COMPUTE WS-NEW-RESERVE =
                      WS-CURRENT-RESERVE + LG-RSV-AMOUNT
              IF WS-NEW-RESERVE > WS-PAYABLE
                 MOVE WS-PAYABLE TO WS-NEW-RESERVE
              END-IF
              IF WS-NEW-RESERVE > WS-CURRENT-RESERVE
                 PERFORM UPDATE-RESERVE-ROW
                 IF LG-RSV-SUCCESS
                    MOVE WK-MOVEMENT-REINSTATE TO KM-MOVEMENT-TYPE
                    COMPUTE KM-MOVEMENT-AMOUNT =
                            WS-NEW-RESERVE - WS-CURRENT-RESERVE
                    IF LG-RSV-REASON-TEXT = SPACES
                       MOVE 'REINSTATED - SETTLEMENT NOT PAID'
                         TO KM-REASON
                    ELSE
                       MOVE LG-RSV-REASON-TEXT TO KM-REASON
                    END-IF
                    PERFORM WRITE-RESERVE-MOVEMENT
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may adjust reserves; a refusal comes back already
      * written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LG-RSV-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGCLMRSV' TO CBSEN-PROGRAM-NAME.
           MOVE LG-RSV-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LG-RSV-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LG-RSV-REASON
           END-IF.

      ******************************************************************
      * FETCH-CLAIM-PAYABLE reads what is still payable on the claim
      * - the ceiling for any reserve figure.
       FETCH-CLAIM-PAYABLE.
           MOVE LG-RSV-CLAIMNUMBER TO DB2-C-Num.
           EXEC SQL
                SELECT POLICYNUMBER,
                       COALESCE(VALUE, 0) - COALESCE(PAID, 0)
                  INTO :DB2-POLICYNUMBER, :WS-PAYABLE
                  FROM CLAIM
                 WHERE CLAIMNUMBER = :DB2-C-Num
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 IF WS-PAYABLE < 0
                    MOVE 0 TO WS-PAYABLE
                 END-IF
              WHEN 100
                 SET LG-RSV-NOTFOUND TO TRUE
                 MOVE 'CLAIM NOT FOUND' TO LG-RSV-REASON
              WHEN OTHER
                 SET LG-RSV-DB2FAIL TO TRUE
                 MOVE 'CLAIM LOOKUP FAILED' TO LG-RSV-REASON
                 DISPLAY '(LGCLMRSV) CLAIM LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       FETCH-RESERVE-ROW.
           MOVE 'N' TO WS-RESERVE-SWITCH.
           MOVE 0 TO WS-CURRENT-RESERVE.
           EXEC SQL
                SELECT RESERVE_AMOUNT
                  INTO :CX-RESERVE-AMOUNT
                  FROM CLAIM_RESERVE
                 WHERE CLAIMNUMBER = :CX-CLAIMNUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET WS-RESERVE-ON-FILE TO TRUE
                 MOVE CX-RESERVE-AMOUNT TO WS-CURRENT-RESERVE
                 MOVE CX-RESERVE-AMOUNT TO LG-RSV-RESERVE-AFTER
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET LG-RSV-DB2FAIL TO TRUE
                 MOVE 'RESERVE LOOKUP FAILED' TO LG-RSV-REASON
                 DISPLAY '(LGCLMRSV) RESERVE LOOKUP FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
       INSERT-RESERVE-ROW.
           EXEC SQL
                INSERT INTO CLAIM_RESERVE
                       ( CLAIMNUMBER , POLICYNUMBER ,
                         RESERVE_AMOUNT , UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :CX-CLAIMNUMBER , :CX-POLICYNUMBER ,
                         :CX-RESERVE-AMOUNT , :CX-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RSV-DB2FAIL TO TRUE
              MOVE 'RESERVE INSERT FAILED' TO LG-RSV-REASON
              DISPLAY '(LGCLMRSV) INSERT FAILED. CLAIM='
                CX-CLAIMNUMBER ' SQLCODE=' SQLCODE
           ELSE
              MOVE CX-RESERVE-AMOUNT TO LG-RSV-RESERVE-AFTER
           END-IF.

      ******************************************************************
       UPDATE-RESERVE-ROW.
           MOVE WS-NEW-RESERVE TO CX-RESERVE-AMOUNT.
           EXEC SQL
                UPDATE CLAIM_RESERVE
                   SET RESERVE_AMOUNT = :CX-RESERVE-AMOUNT ,
                       UPD_USERID = :CX-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CLAIMNUMBER = :CX-CLAIMNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RSV-DB2FAIL TO TRUE
              MOVE 'RESERVE UPDATE FAILED' TO LG-RSV-REASON
              DISPLAY '(LGCLMRSV) UPDATE FAILED. CLAIM='
                CX-CLAIMNUMBER ' SQLCODE=' SQLCODE
           ELSE
              MOVE CX-RESERVE-AMOUNT TO LG-RSV-RESERVE-AFTER
           END-IF.

      ******************************************************************
      * WRITE-RESERVE-MOVEMENT records the change just made, with
      * the figure it left, on the movement history.
       WRITE-RESERVE-MOVEMENT.
           MOVE CX-CLAIMNUMBER    TO KM-CLAIMNUMBER.
           MOVE CX-RESERVE-AMOUNT TO KM-RESERVE-AFTER.
           MOVE CX-UPD-USERID     TO KM-UPD-USERID.
           EXEC SQL
                INSERT INTO CLAIM_RESERVE_MVMT
                       ( CLAIMNUMBER , MOVEMENT_TIMESTAMP ,
                         MOVEMENT_TYPE , MOVEMENT_AMOUNT ,
                         RESERVE_AFTER , REASON , UPD_USERID )
                VALUES
                       ( :KM-CLAIMNUMBER , CURRENT TIMESTAMP ,
                         :KM-MOVEMENT-TYPE , :KM-MOVEMENT-AMOUNT ,
                         :KM-RESERVE-AFTER , :KM-REASON ,
                         :KM-UPD-USERID )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RSV-DB2FAIL TO TRUE
              MOVE 'RESERVE MOVEMENT INSERT FAILED' TO LG-RSV-REASON
              DISPLAY '(LGCLMRSV) MOVEMENT INSERT FAILED. CLAIM='
                KM-CLAIMNUMBER ' SQLCODE=' SQLCODE
           END-IF.
