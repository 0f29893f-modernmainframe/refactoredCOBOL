      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGRIRCV
      ******************************************************************
      * RI-RECOVERY. Recoveries on big claims were chased from memory:
      * nothing recorded that a paid claim sat on a ceded policy, so
      * nothing said what the reinsurer owed us. This keeps them on
      * RI_RECOVERY until they are collected:
      *
      *  - raise ('R'): LGCLMSET, once a settlement is paid and off
      *    the case reserve. Every treaty whose latest RI_CESSION row
      *    for the policy still holds a share of it owes that share
      *    of the amount paid - ceded exposure over exposure, the
      *    share LGRICESS ceded the premium at - and a recovery due
      *    ('D') is raised for each. A policy never ceded raises
      *    nothing, which is not an error;
      *  - collect ('C'): finance records what a reinsurer remitted
      *    against a RECOVERY_ID. The operator must be entitled on
      *    CBS_ROLE_ENTITLEMENT (CBSENTCK); a part payment accumulates
      *    in COLLECTED_AMOUNT and the row turns collected ('C') when
      *    the whole recovery is in. More than is outstanding, or
      *    anything against a collected row, is refused;
      *  - cancel ('X'): a settlement backed off CLAIM.PAID after it
      *    was committed - rejected at payout review (LGPAYRVD) or
      *    bounced by the bank (CBSPAYAK) - was never paid, so the
      *    reinsurers owe nothing on it. Per treaty, the latest due
      *    recovery the claim raised for that amount is marked
      *    cancelled ('X'). One the reinsurer has already started to
      *    pay is left due and reported for finance to settle with
      *    the reinsurer by hand.
      *
      * Raise and cancel ride the caller's unit of work and commit
      * nothing, so a settlement that rolls back takes its recoveries
      * with it; collect is finance's own entry point and commits or
      * rolls back itself. LGRIBORD lists the recoveries still due
      * with their age each quarter.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRIRCV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-OUTSTANDING               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RECOVERY-TOTAL            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-PART-COLLECTED-COUNT      PIC S9(9) USAGE COMP VALUE 0.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-SHARES          VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-RECOVERY-DUE          PIC X(1) VALUE 'D'.
          05 WK-RECOVERY-COLLECTED    PIC X(1) VALUE 'C'.
          05 WK-RECOVERY-CANCELLED    PIC X(1) VALUE 'X'.
      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGRICSN / LGRIRCY
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLRI-CESSION.  01 DCLRI-RECOVERY.
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
             INCLUDE LGRICSN
           END-EXEC.

           EXEC SQL
             INCLUDE LGRIRCY
           END-EXEC.

      * Each treaty's latest cession on the policy, where that still
      * holds a share of the risk.
           EXEC SQL
             DECLARE SHARECSR CURSOR FOR
                SELECT C.TREATY_ID, C.EXPOSURE, C.CEDED_EXPOSURE
                  FROM RI_CESSION C
                 WHERE C.POLICYNUMBER = :RY-POLICYNUMBER
                   AND C.UPD_TIMESTAMP =
                       ( SELECT MAX(X.UPD_TIMESTAMP)
                           FROM RI_CESSION X
                          WHERE X.POLICYNUMBER = C.POLICYNUMBER
                            AND X.TREATY_ID = C.TREATY_ID )
                   AND C.CEDED_EXPOSURE > 0
                   AND C.EXPOSURE > 0
                 ORDER BY C.TREATY_ID
           END-EXEC.

       LINKAGE SECTION.
           COPY LGRIRRES.
      * PATH : .../Cobol Include/LGRIRRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-RI-RECOVERY-AREA.

       PROCEDURE DIVISION USING LG-RI-RECOVERY-AREA.
       MAIN-PARA.
           SET LG-RIR-SUCCESS TO TRUE.
           MOVE SPACES TO LG-RIR-REASON.
           MOVE 0 TO LG-RIR-RECOVERY-TOTAL.
           MOVE LG-RIR-UPD-USERID TO RY-UPD-USERID.
           EVALUATE TRUE
              WHEN LG-RIR-FN-RAISE
                 PERFORM RAISE-CLAIM-RECOVERIES
              WHEN LG-RIR-FN-COLLECT
                 PERFORM COLLECT-RECOVERY
                 IF LG-RIR-SUCCESS
                    EXEC SQL
                         COMMIT
                    END-EXEC
                 ELSE
                    EXEC SQL
                         ROLLBACK
                    END-EXEC
                 END-IF
              WHEN LG-RIR-FN-CANCEL
                 PERFORM CANCEL-CLAIM-RECOVERIES
              WHEN OTHER
                 SET LG-RIR-BADFUNCTION TO TRUE
                 MOVE 'INVALID FUNCTION CODE' TO LG-RIR-REASON
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * RAISE-CLAIM-RECOVERIES raises one recovery per treaty still
      * holding a share of the claim's policy.
       RAISE-CLAIM-RECOVERIES.
           MOVE LG-RIR-CLAIMNUMBER  TO RY-CLAIMNUMBER.
           MOVE LG-RIR-POLICYNUMBER TO RY-POLICYNUMBER.
           MOVE LG-RIR-AMOUNT       TO RY-PAID-AMOUNT.
           MOVE 0 TO WS-RECOVERY-TOTAL.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN SHARECSR
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RIR-DB2FAIL TO TRUE
              MOVE 'CESSION CURSOR OPEN FAILED' TO LG-RIR-REASON
              DISPLAY '(LGRIRCV) CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM FETCH-NEXT-SHARE
              PERFORM UNTIL WS-END-OF-SHARES
                      OR NOT LG-RIR-SUCCESS
                 PERFORM RAISE-ONE-RECOVERY
                 IF LG-RIR-SUCCESS
                    PERFORM FETCH-NEXT-SHARE
                 END-IF
              END-PERFORM
              EXEC SQL
                   CLOSE SHARECSR
              END-EXEC
           END-IF.
           IF LG-RIR-SUCCESS
              MOVE WS-RECOVERY-TOTAL TO LG-RIR-RECOVERY-TOTAL
           END-IF.

      ******************************************************************
       FETCH-NEXT-SHARE.
           EXEC SQL
                FETCH SHARECSR
                 INTO :CE-TREATY-ID, :CE-EXPOSURE, :CE-CEDED-EXPOSURE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET WS-END-OF-SHARES TO TRUE
              WHEN OTHER
                 SET WS-END-OF-SHARES TO TRUE
                 SET LG-RIR-DB2FAIL TO TRUE
                 MOVE 'CESSION FETCH FAILED' TO LG-RIR-REASON
                 DISPLAY '(LGRIRCV) FETCH FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * RAISE-ONE-RECOVERY prices the treaty's share of the amount
      * paid and writes it due, RECOVERY_ID from RI_RECOVERY_SEQ. A
      * share that rounds to nothing is not worth the row.
       RAISE-ONE-RECOVERY.
           COMPUTE RY-RECOVERY-AMOUNT ROUNDED =
                   LG-RIR-AMOUNT * CE-CEDED-EXPOSURE / CE-EXPOSURE.
           IF RY-RECOVERY-AMOUNT > 0
              EXEC SQL
                   SELECT NEXT VALUE FOR RI_RECOVERY_SEQ
                     INTO :RY-RECOVERY-ID
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
              IF SQLCODE NOT = 0
                 SET LG-RIR-DB2FAIL TO TRUE
                 MOVE 'RECOVERY SEQUENCE FETCH FAILED'
                   TO LG-RIR-REASON
                 DISPLAY '(LGRIRCV) SEQUENCE FETCH FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 MOVE CE-TREATY-ID TO RY-TREATY-ID
                 PERFORM INSERT-RECOVERY-ROW
              END-IF
           END-IF.

      ******************************************************************
       INSERT-RECOVERY-ROW.
           MOVE WK-RECOVERY-DUE TO RY-RECOVERY-STATUS.
           MOVE 0 TO RY-COLLECTED-AMOUNT.
           EXEC SQL
                INSERT INTO RI_RECOVERY
                       ( RECOVERY_ID ,
                         CLAIMNUMBER ,
                         POLICYNUMBER ,
                         TREATY_ID ,
                         PAID_AMOUNT ,
                         RECOVERY_AMOUNT ,
                         RECOVERY_STATUS ,
                         RAISED_DATE ,
                         COLLECTED_AMOUNT ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :RY-RECOVERY-ID ,
                         :RY-CLAIMNUMBER ,
                         :RY-POLICYNUMBER ,
                         :RY-TREATY-ID ,
                         :RY-PAID-AMOUNT ,
                         :RY-RECOVERY-AMOUNT ,
                         :RY-RECOVERY-STATUS ,
                         CURRENT DATE ,
                         :RY-COLLECTED-AMOUNT ,
                         :RY-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RIR-DB2FAIL TO TRUE
              MOVE 'RECOVERY INSERT FAILED' TO LG-RIR-REASON
              DISPLAY '(LGRIRCV) INSERT FAILED. CLAIM='
                RY-CLAIMNUMBER ' TREATY=' RY-TREATY-ID
                ' SQLCODE=' SQLCODE
           ELSE
              ADD RY-RECOVERY-AMOUNT TO WS-RECOVERY-TOTAL
              DISPLAY '(LGRIRCV) RECOVERY RAISED. CLAIM='
                RY-CLAIMNUMBER ' TREATY=' RY-TREATY-ID
                ' AMOUNT=' RY-RECOVERY-AMOUNT
           END-IF.

      ******************************************************************
      * COLLECT-RECOVERY applies a reinsurer's remittance to a due
      * recovery once the operator and the amount have been checked.
       COLLECT-RECOVERY.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF LG-RIR-SUCCESS AND LG-RIR-AMOUNT = 0
              SET LG-RIR-AMOUNT-INVALID TO TRUE
              MOVE 'COLLECTED AMOUNT MUST BE ABOVE ZERO'
                TO LG-RIR-REASON
           END-IF.
           IF LG-RIR-SUCCESS
              PERFORM FETCH-RECOVERY-ROW
           END-IF.
           IF LG-RIR-SUCCESS
              COMPUTE WS-OUTSTANDING =
                      RY-RECOVERY-AMOUNT - RY-COLLECTED-AMOUNT
              EVALUATE TRUE
                 WHEN RY-RECOVERY-STATUS NOT = WK-RECOVERY-DUE
                    SET LG-RIR-AMOUNT-INVALID TO TRUE
                    MOVE 'RECOVERY ALREADY COLLECTED'
                      TO LG-RIR-REASON
                 WHEN LG-RIR-AMOUNT > WS-OUTSTANDING
                    SET LG-RIR-AMOUNT-INVALID TO TRUE
                    MOVE 'AMOUNT EXCEEDS RECOVERY OUTSTANDING'
                      TO LG-RIR-REASON
                 WHEN OTHER
                    PERFORM UPDATE-RECOVERY-ROW
              END-EVALUATE
           END-IF.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may record collections; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LG-RIR-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGRIRCV' TO CBSEN-PROGRAM-NAME.
           MOVE LG-RIR-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LG-RIR-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LG-RIR-REASON
           END-IF.

      ******************************************************************
       FETCH-RECOVERY-ROW.
           MOVE LG-RIR-RECOVERY-ID TO RY-RECOVERY-ID.
           EXEC SQL
                SELECT RECOVERY_AMOUNT, COLLECTED_AMOUNT,
                       RECOVERY_STATUS
                  INTO :RY-RECOVERY-AMOUNT, :RY-COLLECTED-AMOUNT,
                       :RY-RECOVERY-STATUS
                  FROM RI_RECOVERY
                 WHERE RECOVERY_ID = :RY-RECOVERY-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET LG-RIR-NOTFOUND TO TRUE
                 MOVE 'RECOVERY NOT FOUND' TO LG-RIR-REASON
              WHEN OTHER
                 SET LG-RIR-DB2FAIL TO TRUE
                 MOVE 'RECOVERY LOOKUP FAILED' TO LG-RIR-REASON
                 DISPLAY '(LGRIRCV) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * UPDATE-RECOVERY-ROW adds the remittance in, closing the row
      * as collected when nothing is left outstanding.
       UPDATE-RECOVERY-ROW.
           ADD LG-RIR-AMOUNT TO RY-COLLECTED-AMOUNT.
           SUBTRACT LG-RIR-AMOUNT FROM WS-OUTSTANDING.
           IF WS-OUTSTANDING = 0
              MOVE WK-RECOVERY-COLLECTED TO RY-RECOVERY-STATUS
              EXEC SQL
                   UPDATE RI_RECOVERY
                      SET COLLECTED_AMOUNT = :RY-COLLECTED-AMOUNT ,
                          RECOVERY_STATUS = :RY-RECOVERY-STATUS ,
                          COLLECTED_DATE = CURRENT DATE ,
                          UPD_USERID = :RY-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE RECOVERY_ID = :RY-RECOVERY-ID
              END-EXEC
           ELSE
              EXEC SQL
                   UPDATE RI_RECOVERY
                      SET COLLECTED_AMOUNT = :RY-COLLECTED-AMOUNT ,
                          UPD_USERID = :RY-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE RECOVERY_ID = :RY-RECOVERY-ID
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              SET LG-RIR-DB2FAIL TO TRUE
              MOVE 'RECOVERY UPDATE FAILED' TO LG-RIR-REASON
              DISPLAY '(LGRIRCV) UPDATE FAILED. RECOVERY='
                RY-RECOVERY-ID ' SQLCODE=' SQLCODE
           ELSE
              MOVE WS-OUTSTANDING TO LG-RIR-RECOVERY-TOTAL
              DISPLAY '(LGRIRCV) COLLECTION RECORDED. RECOVERY='
                RY-RECOVERY-ID ' OUTSTANDING=' WS-OUTSTANDING
           END-IF.

      ******************************************************************
      * CANCEL-CLAIM-RECOVERIES marks cancelled, for each treaty, the
      * latest recovery still due that the claim raised on a payment
      * of LG-RIR-AMOUNT - the one the backed-out settlement raised.
      * Nothing due (a policy never ceded) is not an error. What was
      * cancelled comes back in LG-RIR-RECOVERY-TOTAL.
       CANCEL-CLAIM-RECOVERIES.
           MOVE LG-RIR-CLAIMNUMBER    TO RY-CLAIMNUMBER.
           MOVE LG-RIR-AMOUNT         TO RY-PAID-AMOUNT.
           MOVE WK-RECOVERY-CANCELLED TO RY-RECOVERY-STATUS.
           MOVE 0 TO WS-RECOVERY-TOTAL.
           MOVE 0 TO WS-PART-COLLECTED-COUNT.
           EXEC SQL
                SELECT COALESCE(SUM(CASE WHEN R.COLLECTED_AMOUNT = 0
                                         THEN R.RECOVERY_AMOUNT
                                         ELSE 0 END), 0),
                       COALESCE(SUM(CASE WHEN R.COLLECTED_AMOUNT > 0
                                         THEN 1 ELSE 0 END), 0)
                  INTO :WS-RECOVERY-TOTAL, :WS-PART-COLLECTED-COUNT
                  FROM RI_RECOVERY R
                 WHERE R.CLAIMNUMBER = :RY-CLAIMNUMBER
                   AND R.PAID_AMOUNT = :RY-PAID-AMOUNT
                   AND R.RECOVERY_STATUS = :WK-RECOVERY-DUE
                   AND R.RECOVERY_ID =
                       ( SELECT MAX(X.RECOVERY_ID)
                           FROM RI_RECOVERY X
                          WHERE X.CLAIMNUMBER = R.CLAIMNUMBER
                            AND X.TREATY_ID = R.TREATY_ID
                            AND X.PAID_AMOUNT = R.PAID_AMOUNT
                            AND X.RECOVERY_STATUS = :WK-RECOVERY-DUE )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-RIR-DB2FAIL TO TRUE
              MOVE 'RECOVERY LOOKUP FAILED' TO LG-RIR-REASON
              DISPLAY '(LGRIRCV) CANCEL LOOKUP FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   UPDATE RI_RECOVERY R
                      SET RECOVERY_STATUS = :RY-RECOVERY-STATUS ,
                          UPD_USERID = :RY-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE R.CLAIMNUMBER = :RY-CLAIMNUMBER
                      AND R.PAID_AMOUNT = :RY-PAID-AMOUNT
                      AND R.RECOVERY_STATUS = :WK-RECOVERY-DUE
                      AND R.COLLECTED_AMOUNT = 0
                      AND R.RECOVERY_ID =
                          ( SELECT MAX(X.RECOVERY_ID)
                              FROM RI_RECOVERY X
                             WHERE X.CLAIMNUMBER = R.CLAIMNUMBER
                               AND X.TREATY_ID = R.TREATY_ID
                               AND X.PAID_AMOUNT = R.PAID_AMOUNT
                               AND X.RECOVERY_STATUS =
                                   :WK-RECOVERY-DUE )
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    MOVE WS-RECOVERY-TOTAL TO LG-RIR-RECOVERY-TOTAL
                    DISPLAY '(LGRIRCV) RECOVERIES CANCELLED. CLAIM='
                      RY-CLAIMNUMBER ' AMOUNT=' WS-RECOVERY-TOTAL
                 WHEN 100
                    CONTINUE
                 WHEN OTHER
                    SET LG-RIR-DB2FAIL TO TRUE
                    MOVE 'RECOVERY CANCEL FAILED' TO LG-RIR-REASON
                    DISPLAY '(LGRIRCV) CANCEL FAILED. CLAIM='
                      RY-CLAIMNUMBER ' SQLCODE=' SQLCODE
              END-EVALUATE
           END-IF.
           IF LG-RIR-SUCCESS AND WS-PART-COLLECTED-COUNT > 0
              DISPLAY '(LGRIRCV) PART-COLLECTED RECOVERY LEFT DUE -'
                ' SETTLE WITH REINSURER. CLAIM=' RY-CLAIMNUMBER
                ' ROWS=' WS-PART-COLLECTED-COUNT
           END-IF.
