      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGPAYCNF
      ******************************************************************
      * Payout credit confirmation, the LGPRMCOL settlement pass
      * applied to the payouts LGPAYRTE routed into customers' own
      * accounts. LGCLMSET and LGENDSET write those payouts as
      * CBSTXNR credits instead of LGSETPAY instructions, and a credit
      * is only money in the customer's hands once CBSTXNP has
      * accepted it. Run after the posting batch, this matches every
      * pending PAYOUT_CREDIT row to its CBS_ACCT_TXN_HIST
      * disposition:
      *
      *  - no history row yet means the credit file has not been
      *    posted - the row stays pending for the next run;
      *  - accepted ('A', including a rejected credit back office
      *    has since re-posted through CBSTXSPD) marks it 'A';
      *  - rejected ('R') falls the payout back to the external
      *    route: an LGSETPAY instruction goes to FALLPAY, the
      *    credit's CBS_TXN_SUSPENSE item is closed as returned so
      *    back office cannot also re-post it and pay twice, and the
      *    row is marked 'F' with the reject reason.
      *
      * Each fallback is its own commit scope, so an instruction on
      * FALLPAY always has its 'F' mark and closed suspense item
      * behind it; a failed WRITE ends the run the LGENDSET way.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPAYCNF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYMENT-FILE ASSIGN TO FALLPAY
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
       01 WS-PEND-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-PEND-END-OF-CURSOR     VALUE 'Y'.
       01 WS-CURRENT-DATE              PIC X(10).
       01 WS-HIST-DISPOSITION          PIC X(1).
       01 WS-HIST-REASON               PIC X(50).
       01 WS-CONFIRMED-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FALLBACK-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-WAITING-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FAILED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CONFIRMED-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-FALLBACK-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-WAITING-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-FAILED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-CNF-USERID            PIC X(10) VALUE 'LGPAYCNF'.
          05 WK-CREDIT-PENDING        PIC X(1) VALUE 'P'.
          05 WK-CREDIT-ACCEPTED       PIC X(1) VALUE 'A'.
          05 WK-CREDIT-FELL-BACK      PIC X(1) VALUE 'F'.
          05 WK-SUSP-PENDING          PIC X(1) VALUE 'P'.
          05 WK-SUSP-RETURNED         PIC X(1) VALUE 'X'.
      ******************************************************************
      * PATH : .../Cobol Include/LGPAYCRD / CBSTXNH / CBSTXSQ
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLPAYOUT-CREDIT.  01 DCLCBS-ACCT-TXN-HIST.
      *01  DCLCBS-TXN-SUSPENSE.
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
             INCLUDE LGPAYCRD
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXSQ
           END-EXEC.

      * Credits still waiting on a disposition. WITH HOLD keeps the
      * cursor open across the per-credit COMMITs, the CBSBRMRG
      * precedent.
           EXEC SQL
             DECLARE PENDCRDCSR CURSOR WITH HOLD FOR
                SELECT CREDIT_REF, SOURCE_PROGRAM, POLICYNUMBER,
                       CLAIMNUMBER, ACCOUNT_NUMBER, AMOUNT
                  FROM PAYOUT_CREDIT
                 WHERE CREDIT_STATUS = :WK-CREDIT-PENDING
                 ORDER BY CREDIT_REF
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           OPEN OUTPUT PAYMENT-FILE
           IF NOT PAYFILE-STATUS-OK
              DISPLAY 'ERROR OPENING FALLBACK PAYMENT FILE. STATUS='
                PAYFILE-STATUS
              STOP RUN
           END-IF.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-CURRENT-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.

           EXEC SQL
                OPEN PENDCRDCSR
           END-EXEC.
           PERFORM FETCH-NEXT-PENDING-CREDIT.
           PERFORM UNTIL WS-PEND-END-OF-CURSOR
              PERFORM CONFIRM-ONE-CREDIT
              PERFORM FETCH-NEXT-PENDING-CREDIT
           END-PERFORM.
           EXEC SQL
                CLOSE PENDCRDCSR
           END-EXEC.

           MOVE WS-CONFIRMED-COUNT TO WS-CONFIRMED-DISPLAY.
           MOVE WS-FALLBACK-COUNT  TO WS-FALLBACK-DISPLAY.
           MOVE WS-WAITING-COUNT   TO WS-WAITING-DISPLAY.
           MOVE WS-FAILED-COUNT    TO WS-FAILED-DISPLAY.
           DISPLAY '(LGPAYCNF) CREDITS CONFIRMED:    '
             WS-CONFIRMED-DISPLAY.
           DISPLAY '(LGPAYCNF) FELL BACK TO EXTERNAL:'
             WS-FALLBACK-DISPLAY.
           DISPLAY '(LGPAYCNF) STILL AWAITING POST:  '
             WS-WAITING-DISPLAY.
           DISPLAY '(LGPAYCNF) CONFIRMATIONS FAILED: '
             WS-FAILED-DISPLAY.

           CLOSE PAYMENT-FILE.
           STOP RUN.

      ******************************************************************
       FETCH-NEXT-PENDING-CREDIT.
           EXEC SQL
                FETCH PENDCRDCSR
                 INTO :PC-CREDIT-REF, :PC-SOURCE-PROGRAM,
                      :PC-POLICYNUMBER, :PC-CLAIMNUMBER,
                      :PC-ACCOUNT-NUMBER, :PC-AMOUNT
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-PEND-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(LGPAYCNF) PENDING FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-PEND-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * CONFIRM-ONE-CREDIT reads the credit's latest posting attempt.
      * The latest row wins, so a reject back office later re-posted
      * reads as accepted.
       CONFIRM-ONE-CREDIT.
           MOVE PC-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE PC-CREDIT-REF     TO TX-TXN-REF.
           EXEC SQL
                SELECT DISPOSITION, REJECT_REASON
                  INTO :WS-HIST-DISPOSITION, :WS-HIST-REASON
                  FROM CBS_ACCT_TXN_HIST
                 WHERE ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND TXN_REF = :TX-TXN-REF
                 ORDER BY POST_TIMESTAMP DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 ADD 1 TO WS-WAITING-COUNT
              WHEN SQLCODE NOT = 0
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY '(LGPAYCNF) HISTORY LOOKUP FAILED. REF='
                   PC-CREDIT-REF ' SQLCODE=' SQLCODE
              WHEN WS-HIST-DISPOSITION = 'A'
                 PERFORM MARK-CREDIT-ACCEPTED
              WHEN OTHER
                 PERFORM FALL-BACK-TO-EXTERNAL
           END-EVALUATE.

      ******************************************************************
       MARK-CREDIT-ACCEPTED.
           EXEC SQL
                UPDATE PAYOUT_CREDIT
                   SET CREDIT_STATUS = :WK-CREDIT-ACCEPTED ,
                       UPD_USERID = :WK-CNF-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE CREDIT_REF = :PC-CREDIT-REF
                   AND CREDIT_STATUS = :WK-CREDIT-PENDING
           END-EXEC.
           IF SQLCODE NOT = 0
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(LGPAYCNF) CREDIT UPDATE FAILED. REF='
                PC-CREDIT-REF ' SQLCODE=' SQLCODE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           ELSE
              ADD 1 TO WS-CONFIRMED-COUNT
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * FALL-BACK-TO-EXTERNAL closes the rejected credit's suspense
      * item, marks the credit fallen back and writes the LGSETPAY
      * instruction the payout program would have written in the
      * first place. A suspense item already worked is no obstacle -
      * the zero-row update is accepted.
       FALL-BACK-TO-EXTERNAL.
           MOVE PC-ACCOUNT-NUMBER TO SU-ACCOUNT-NUMBER.
           MOVE PC-CREDIT-REF     TO SU-TXN-REF.
           EXEC SQL
                UPDATE CBS_TXN_SUSPENSE
                   SET SUSP_STATUS = :WK-SUSP-RETURNED ,
                       WORKED_USERID = :WK-CNF-USERID ,
                       WORKED_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :SU-ACCOUNT-NUMBER
                   AND TXN_REF = :SU-TXN-REF
                   AND SUSP_STATUS = :WK-SUSP-PENDING
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '(LGPAYCNF) SUSPENSE UPDATE FAILED. REF='
                PC-CREDIT-REF ' SQLCODE=' SQLCODE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           ELSE
              MOVE WS-HIST-REASON TO PC-REJECT-REASON
              EXEC SQL
                   UPDATE PAYOUT_CREDIT
                      SET CREDIT_STATUS = :WK-CREDIT-FELL-BACK ,
                          REJECT_REASON = :PC-REJECT-REASON ,
                          UPD_USERID = :WK-CNF-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE CREDIT_REF = :PC-CREDIT-REF
                      AND CREDIT_STATUS = :WK-CREDIT-PENDING
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1 TO WS-FAILED-COUNT
                 DISPLAY '(LGPAYCNF) CREDIT UPDATE FAILED. REF='
                   PC-CREDIT-REF ' SQLCODE=' SQLCODE
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
              ELSE
                 PERFORM WRITE-FALLBACK-INSTRUCTION
              END-IF
           END-IF.

      ******************************************************************
      * A failed WRITE ends the whole run: the ROLLBACK that takes
      * the 'F' mark back out also closes PENDCRDCSR, and the credit
      * stays pending for the next run to fall back again.
       WRITE-FALLBACK-INSTRUCTION.
           MOVE PC-CLAIMNUMBER   TO PS-CLAIMNUMBER.
           MOVE PC-POLICYNUMBER  TO PS-POLICYNUMBER.
           MOVE PC-AMOUNT        TO PS-AMOUNT.
           MOVE WS-CURRENT-DATE  TO PS-VALUE-DATE.
           WRITE PAYMENT-FILEREC
           IF NOT PAYFILE-STATUS-OK
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'ERROR WRITING FALLBACK PAYMENT FILE.'
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE WS-FALLBACK-COUNT TO WS-FALLBACK-DISPLAY
              MOVE WS-FAILED-COUNT   TO WS-FAILED-DISPLAY
              DISPLAY '(LGPAYCNF) RUN ENDED ON PAYMENT FILE ERROR.'
                ' FELL BACK=' WS-FALLBACK-DISPLAY
                ' FAILED=' WS-FAILED-DISPLAY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           ELSE
              ADD 1 TO WS-FALLBACK-COUNT
              EXEC SQL
                   COMMIT
              END-EXEC
              DISPLAY '(LGPAYCNF) CREDIT REJECTED, PAID EXTERNALLY.'
                ' REF=' PC-CREDIT-REF ' SOURCE=' PC-SOURCE-PROGRAM
                ' REASON=' WS-HIST-REASON
           END-IF.
