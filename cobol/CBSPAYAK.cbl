      * its PY-INSTR-ID or PS-CLAIMNUMBER, and on a bounce reverses
      * our bookkeeping:
      *
      *  - a bounced standing-instruction payment credits the
      *    amount CBSSIEXE debited back to the account (an accepted
      *    'C' row on CBS_ACCT_TXN_HIST under POST_USERID CBSPAYAK,
      *    referenced 'SIB', the instruction id and the MMDD of the
      *    CBSSIEXE debit it reverses - the latest accepted 'SIP' row
      *    for the instruction, which must be found or the bounce is
      *    an exception - and journalled by CBSGLJRN as source SIP)
      *    and suspends the CBS_STND_INSTR
      *    row (the CBSSIEXE suspend action) so it stops coming up
      *    every night until the branch fixes the underlying problem
      *    and reinstates it;
      *  - a bounced claim settlement backs the bounced amount out of
      *    CLAIM.PAID and appends the bounce reason to OBSERVATIONS
      *    the way LGCLMSET appends the adjuster's note, so the next
      *    settlement run sees the true paid-to-date. LGCLMSET took
      *    the settlement off the case reserve and raised the
      *    reinsurers' recoveries on it, so LGCLMRSV puts it back on
      *    the reserve and LGRIRCV cancels the recoveries still due.
      *    The pending interval is committed first and the reversal
      *    is its own unit of work (the CBSTXNP transfer discipline):
      *    if any part fails it is rolled back whole and the bounce
      *    goes to the exception report.
      *
      * Every record that matches nothing, or cannot be applied, goes
      * to the exception report finance used to reconcile from a
      * and checked against CBS_FEED_REGISTER, the same
      * re-presentation guard CBSTXNP runs on the daily transaction
      * file - a re-queued acknowledgment file would otherwise back
      * each bounce out of CLAIM.PAID a second time, credit each
      * bounced standing-instruction payment back twice and
      * re-suspend instructions a branch has since reinstated. The
      * registration row is written at clean end of run.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-ACKED-COUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01 WS-REVERSED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-EXCEPTION-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-NEW-PAID                  PIC S9(9) USAGE COMP VALUE 0.
      * Bounced standing-instruction credit - see
      * CREDIT-BOUNCED-INSTRUCTION.
       01 WS-NEW-BALANCE               PIC S9(18) USAGE COMP VALUE 0.
       01 WS-POST-REF                  PIC X(16) VALUE SPACES.
       01 WS-DEBIT-REF-PREFIX          PIC X(12) VALUE SPACES.
       01 WS-DEBIT-VALUE-DATE          PIC X(10) VALUE SPACES.
       01 WS-DEBIT-VALUE-IND           PIC S9(4) USAGE COMP.
      * OBSERVATIONS-append work areas, the LGCLMSET scan that finds
      * the used length of each CHAR column before the '; ' join.
       01 WS-OBS-LEN                   PIC S9(4) USAGE COMP VALUE 0.
      * CBSTXNP/CBSCMPFD use.
       01 WK-COMMIT-INTERVAL           PIC 9(4) VALUE 0100.
       01 WS-COMMIT-TALLY              PIC 9(4) VALUE 0.
      * Case-reserve area for the LGCLMRSV CALL - see LGRSVRES.
           COPY LGRSVRES.
      * Reinsurance recovery area for the LGRIRCV CALL - see LGRIRRES.
           COPY LGRIRRES.
       01 WK-CONSTANTS.
          05 WK-ACK-USERID            PIC X(10) VALUE 'CBSPAYAK'.
          05 WK-INSTR-SUSPENDED       PIC X(10) VALUE 'SUSPENDED'.
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-STND-INSTR.  01 DB2-CLAIM.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSTXNH.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-TXN-HIST.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
             INCLUDE CBSSTIN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE LGPOLICY
           END-EXEC.
      ******************************************************************
      * APPLY-INSTRUCTION-ACK matches the record back to its
      * CBS_STND_INSTR row. A confirmation is only counted; a bounce
      * credits the debited amount back to the account and suspends
      * the instruction so it stops coming up every night until the
      * branch reinstates it deliberately.
       APPLY-INSTRUCTION-ACK.
           MOVE AK-INSTR-ID TO SI-INSTR-ID.
           EXEC SQL
                SELECT ACCOUNT_NUMBER
                  INTO :SI-ACCOUNT-NUMBER
                  FROM CBS_STND_INSTR
                 WHERE INSTR_ID = :SI-INSTR-ID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'INSTRUCTION NOT FOUND - UNMATCHED'
                   TO WS-EXCEPTION-REASON
              WHEN SQLCODE NOT = 0
                 MOVE 'INSTRUCTION LOOKUP FAILED'
                   TO WS-EXCEPTION-REASON
                 DISPLAY '(CBSPAYAK) LOOKUP FAILED. SQLCODE=' SQLCODE
              WHEN AK-PAYMENT-ACKED
                 ADD 1 TO WS-ACKED-COUNT
              WHEN OTHER
                 PERFORM CREDIT-BOUNCED-INSTRUCTION
                 IF WS-EXCEPTION-REASON = SPACES
                    PERFORM SUSPEND-BOUNCED-INSTRUCTION
                 END-IF
           END-EVALUATE.

      ******************************************************************
      * CREDIT-BOUNCED-INSTRUCTION puts the bounced amount back on the
      * account CBSSIEXE debited, with its accepted 'C' history row. A
      * history row that cannot be written puts the balance back
      * again, so the ledger never moves without its posting row, and
      * the bounce goes to the exception report. So does a bounce
      * whose CBSSIEXE debit cannot be found on the account - there is
      * nothing on our side to put back.
       CREDIT-BOUNCED-INSTRUCTION.
           MOVE SI-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           PERFORM FIND-BOUNCED-DEBIT.
           IF WS-EXCEPTION-REASON = SPACES
              PERFORM POST-BOUNCE-CREDIT
           END-IF.

      ******************************************************************
      * FIND-BOUNCED-DEBIT picks the VALUE_DATE of the latest accepted
      * CBSSIEXE debit for the instruction on the account - the one
      * the payments system has just returned, since the bounce
      * suspends the instruction before it can run again. The first
      * twelve bytes of TXN_REF are 'SIP' and the instruction id; the
      * debit's MMDD goes on the credit's reference.
       FIND-BOUNCED-DEBIT.
           STRING 'SIP' AK-INSTR-ID
                   DELIMITED BY SIZE
                   INTO WS-DEBIT-REF-PREFIX
           END-STRING.
           EXEC SQL
                SELECT MAX(VALUE_DATE)
                  INTO :WS-DEBIT-VALUE-DATE :WS-DEBIT-VALUE-IND
                  FROM CBS_ACCT_TXN_HIST
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND TXN_TYPE = 'D'
                   AND DISPOSITION = 'A'
                   AND POST_USERID = 'CBSSIEXE'
                   AND SUBSTR(TXN_REF, 1, 12) = :WS-DEBIT-REF-PREFIX
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'DEBIT LOOKUP FAILED - NOT CREDITED'
                TO WS-EXCEPTION-REASON
              DISPLAY '(CBSPAYAK) DEBIT LOOKUP FAILED. ID='
                SI-INSTR-ID ' SQLCODE=' SQLCODE
           ELSE
              IF WS-DEBIT-VALUE-IND < 0
                 MOVE 'ORIGINAL DEBIT NOT FOUND - NOT CREDITED'
                   TO WS-EXCEPTION-REASON
              END-IF
           END-IF.

      ******************************************************************
      * POST-BOUNCE-CREDIT puts AK-AMOUNT back on LEDGER_BALANCE and
      * writes the history row.
       POST-BOUNCE-CREDIT.
           EXEC SQL
                SELECT LEDGER_BALANCE, CURRENCY
                  INTO :H1-LEDGER-BALANCE, :H1-CURRENCY
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'ACCOUNT LOOKUP FAILED - NOT CREDITED'
                TO WS-EXCEPTION-REASON
              DISPLAY '(CBSPAYAK) ACCOUNT LOOKUP FAILED. ID='
                SI-INSTR-ID ' SQLCODE=' SQLCODE
           ELSE
              COMPUTE WS-NEW-BALANCE = H1-LEDGER-BALANCE + AK-AMOUNT
              EXEC SQL
                   UPDATE CBS_ACCT_MSTR_DTL
                      SET LEDGER_BALANCE = :WS-NEW-BALANCE ,
                          LAST_ACTIVITY_DATE = :WS-BUSINESS-DATE ,
                          UPD_USERID = :WK-ACK-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'ACCOUNT CREDIT FAILED' TO WS-EXCEPTION-REASON
                 DISPLAY '(CBSPAYAK) CREDIT FAILED. ID=' SI-INSTR-ID
                   ' SQLCODE=' SQLCODE
              ELSE
                 PERFORM INSERT-TXN-HIST-ROW
                 IF SQLCODE NOT = 0
                    MOVE 'HISTORY INSERT FAILED - NOT CREDITED'
                      TO WS-EXCEPTION-REASON
                    DISPLAY '(CBSPAYAK) HISTORY INSERT FAILED. ID='
                      SI-INSTR-ID ' SQLCODE=' SQLCODE
                    EXEC SQL
                         UPDATE CBS_ACCT_MSTR_DTL
                            SET LEDGER_BALANCE = :H1-LEDGER-BALANCE
                          WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                    END-EXEC
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
       INSERT-TXN-HIST-ROW.
           MOVE SPACES TO WS-POST-REF.
           STRING 'SIB' AK-INSTR-ID
                   WS-DEBIT-VALUE-DATE(6:2) WS-DEBIT-VALUE-DATE(9:2)
                   DELIMITED BY SIZE
                   INTO WS-POST-REF
           END-STRING.
           MOVE H1-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER.
           MOVE 'C'               TO TX-TXN-TYPE.
           MOVE AK-AMOUNT         TO TX-TXN-AMOUNT.
           MOVE H1-CURRENCY       TO TX-CURRENCY.
           MOVE WS-BUSINESS-DATE  TO TX-VALUE-DATE.
           MOVE WS-POST-REF       TO TX-TXN-REF.
           MOVE 'A'               TO TX-DISPOSITION.
           MOVE SPACES            TO TX-REJECT-REASON.
           MOVE WK-ACK-USERID     TO TX-POST-USERID.
           EXEC SQL
                INSERT INTO CBS_ACCT_TXN_HIST
                       ( ACCOUNT_NUMBER ,
                         TXN_TYPE ,
                         TXN_AMOUNT ,
                         CURRENCY ,
                         VALUE_DATE ,
                         TXN_REF ,
                         DISPOSITION ,
                         REJECT_REASON ,
                         POST_USERID ,
                         POST_TIMESTAMP )
                VALUES
                       ( :TX-ACCOUNT-NUMBER ,
                         :TX-TXN-TYPE ,
                         :TX-TXN-AMOUNT ,
                         :TX-CURRENCY ,
                         :TX-VALUE-DATE ,
                         :TX-TXN-REF ,
                         :TX-DISPOSITION ,
                         :TX-REJECT-REASON ,
                         :TX-POST-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.

      ******************************************************************
       SUSPEND-BOUNCED-INSTRUCTION.
           EXEC SQL
           END-EVALUATE.

      ******************************************************************
      * REVERSE-BOUNCED-SETTLEMENT backs the bounce out of the claim,
      * its case reserve and its reinsurance recoveries as one unit
      * of work. Earlier acknowledgments are committed first, so the
      * ROLLBACK on a failure only ever takes this one with it.
       REVERSE-BOUNCED-SETTLEMENT.
           IF WS-COMMIT-TALLY > 0
              PERFORM COMMIT-ACKNOWLEDGMENTS
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.
           COMPUTE WS-NEW-PAID = DB2-C-Paid - AK-AMOUNT.
           MOVE SPACES TO WS-BOUNCE-NOTE.
           STRING 'PAYMENT BOUNCED: ' AK-REASON
              DISPLAY '(CBSPAYAK) REVERSAL FAILED. CLAIM='
                DB2-C-Num ' SQLCODE=' SQLCODE
           ELSE
              PERFORM REINSTATE-CASE-RESERVE
              IF WS-EXCEPTION-REASON = SPACES
                 PERFORM CANCEL-REINSURANCE-RECOVERY
              END-IF
              IF WS-EXCEPTION-REASON = SPACES
                 ADD 1 TO WS-REVERSED-COUNT
                 DISPLAY '(CBSPAYAK) SETTLEMENT REVERSED. CLAIM='
                   DB2-C-Num ' PAID NOW=' WS-NEW-PAID
              ELSE
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
              END-IF
           END-IF.

      ******************************************************************
      * REINSTATE-CASE-RESERVE puts the bounced settlement back on the
      * claim's case reserve.
       REINSTATE-CASE-RESERVE.
           INITIALIZE LG-CLAIM-RESERVE-AREA.
           SET LG-RSV-FN-REINSTATE TO TRUE.
           MOVE DB2-C-Num          TO LG-RSV-CLAIMNUMBER.
           MOVE AK-AMOUNT          TO LG-RSV-AMOUNT.
           MOVE 'SETTLEMENT PAYMENT BOUNCED' TO LG-RSV-REASON-TEXT.
           MOVE WK-ACK-USERID      TO LG-RSV-UPD-USERID.
           CALL 'LGCLMRSV' USING LG-CLAIM-RESERVE-AREA.
           IF NOT LG-RSV-SUCCESS
              MOVE 'RESERVE REINSTATE FAILED - NOT REVERSED'
                TO WS-EXCEPTION-REASON
              DISPLAY '(CBSPAYAK) RESERVE REINSTATE FAILED. CLAIM='
                DB2-C-Num ' ' LG-RSV-REASON
           END-IF.

      ******************************************************************
      * CANCEL-REINSURANCE-RECOVERY cancels what the reinsurers were
      * to recover on the bounced settlement.
       CANCEL-REINSURANCE-RECOVERY.
           INITIALIZE LG-RI-RECOVERY-AREA.
           SET LG-RIR-FN-CANCEL    TO TRUE.
           MOVE DB2-C-Num          TO LG-RIR-CLAIMNUMBER.
           MOVE AK-AMOUNT          TO LG-RIR-AMOUNT.
           MOVE WK-ACK-USERID      TO LG-RIR-UPD-USERID.
           CALL 'LGRIRCV' USING LG-RI-RECOVERY-AREA.
           IF NOT LG-RIR-SUCCESS
              MOVE 'RI RECOVERY CANCEL FAILED - NOT REVERSED'
                TO WS-EXCEPTION-REASON
              DISPLAY '(CBSPAYAK) RI CANCEL FAILED. CLAIM='
                DB2-C-Num ' ' LG-RIR-REASON
           END-IF.

      ******************************************************************
