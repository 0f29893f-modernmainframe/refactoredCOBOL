      * (LGSETPAY) for the payments system. Partial payments across
      * multiple runs are the normal case - PAID simply accumulates
      * until it reaches VALUE.
      *
      * Before the instruction is written LGPAYHLD checks whether the
      * customer's address changed inside the cooling-off period. If
      * it did, the settlement still stands but the payout goes on
      * PAYOUT_REVIEW instead of the payment file, and the caller is
      * told through LG-SET-PAYOUT-HELD; LGPAYRVD releases it later.
      *
      * A payout that clears the hold check goes through LGPAYRTE.
      * When the claimant is linked through CUST_ID_XREF and has
      * nominated a usable account of theirs with us, the payout is
      * written as a CBSTXNR credit on SETCRED for CBSTXNP to post,
      * and no instruction is written. LG-SET-PAYOUT-CREDITED tells
      * the caller this happened. LGPAYCNF confirms the credit on its
      * next run. If CBSTXNP rejected it, LGPAYCNF writes the
      * LGSETPAY instruction instead, so the external route remains
      * the fallback.
      *
      * Every settlement also comes off the claim's case reserve
      * through LGCLMRSV, in the same unit of work as the CLAIM
      * update. A settlement on a policy ceded to reinsurance also
      * raises the recovery due from each reinsurer through LGRIRCV,
      * in that same unit of work. Both follow the settlement on to
      * PAYOUT_REVIEW when the payout is held: if the reviewer
      * rejects it (LGPAYRVD), or the payment later bounces
      * (CBSPAYAK), the amount goes back on the reserve and the
      * recoveries are cancelled along with the CLAIM.PAID back-out.
      ******************************************************************

       IDENTIFICATION DIVISION.
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PAYFILE-STATUS.

            SELECT CREDIT-FILE ASSIGN TO SETCRED
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS CREDFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-FILE
      *    05 PS-AMOUNT                   PIC 9(8).
      *    05 PS-VALUE-DATE               PIC X(10).

       FD CREDIT-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 CREDIT-FILEREC.
           COPY CBSTXNR.
      * PATH : .../Cobol Include/CBSTXNR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 TR-ACCOUNT-NUMBER           PIC 9(18).
      *    05 TR-TXN-TYPE                 PIC X(1).
      *    05 TR-TXN-AMOUNT               PIC 9(9).
      *    05 TR-CURRENCY                 PIC X(3).
      *    05 TR-VALUE-DATE               PIC X(10).
      *    05 TR-TXN-REF                  PIC X(16).

       WORKING-STORAGE SECTION.
       01 PAYFILE-STATUS               PIC X(02) VALUE SPACES.
          88 PAYFILE-STATUS-OK         VALUE '00'.
       01 CREDFILE-STATUS              PIC X(02) VALUE SPACES.
          88 CREDFILE-STATUS-OK        VALUE '00'.
       01 WS-CURRENT-DATE              PIC X(10).
       01 WS-NEW-PAID                  PIC 9(8).
       01 WS-OBS-LEN                   PIC S9(4) USAGE COMP VALUE 0.
       01 WS-NOTE-LEN                  PIC S9(4) USAGE COMP VALUE 0.
       01 WS-SCAN-IDX                  PIC S9(4) USAGE COMP VALUE 0.
       01 WS-NEW-OBSERVATIONS          PIC X(255).
      * Cooling-off hold area for the LGPAYHLD CALL - see LGPHLRES.
           COPY LGPHLRES.
      * Internal-credit routing area for the LGPAYRTE CALL - see
      * LGPRTRES.
           COPY LGPRTRES.
      * Case-reserve area for the LGCLMRSV CALL - see LGRSVRES.
           COPY LGRSVRES.
      * Reinsurance recovery area for the LGRIRCV CALL - see LGRIRRES.
           COPY LGRIRRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
           SET LG-SET-SUCCESS TO TRUE.
           MOVE SPACES TO LG-SET-REASON.
           MOVE 0 TO LG-SET-TOTAL-PAID.
           MOVE 'N' TO LG-SET-PAYOUT-HELD.
           MOVE 'N' TO LG-SET-PAYOUT-CREDITED.
           PERFORM FETCH-CLAIM-ROW.
           IF LG-SET-SUCCESS
              PERFORM FETCH-POLICY-PAYMENT
              PERFORM APPLY-SETTLEMENT
           END-IF.
           IF LG-SET-SUCCESS
              PERFORM RELEASE-CASE-RESERVE
           END-IF.
           IF LG-SET-SUCCESS
              PERFORM RAISE-REINSURANCE-RECOVERY
           END-IF.
           IF LG-SET-SUCCESS
              PERFORM CHECK-PAYOUT-HOLD
           END-IF.
           IF LG-SET-SUCCESS AND NOT LG-SET-HELD-FOR-REVIEW
              PERFORM ROUTE-PAYOUT
           END-IF.
           IF LG-SET-SUCCESS AND NOT LG-SET-HELD-FOR-REVIEW
              IF LG-PRT-INTERNAL
                 PERFORM WRITE-CREDIT-INSTRUCTION
              ELSE
                 PERFORM WRITE-PAYMENT-INSTRUCTION
              END-IF
           END-IF.
      * The CLAIM update only stands if the payment instruction or
      * the internal credit made it to its file (or the payout made
      * it onto the review list) -
      * a claim marked paid with no instruction ever reaching the
      * payments system is exactly the reconciliation gap this
      * program exists to close.
           IF LG-SET-SUCCESS
              EXEC SQL
                   COMMIT
                   ROLLBACK
              END-EXEC
              MOVE 0 TO LG-SET-TOTAL-PAID
              MOVE 'N' TO LG-SET-PAYOUT-HELD
              MOVE 'N' TO LG-SET-PAYOUT-CREDITED
           END-IF.
           EXIT PROGRAM.

                DB2-C-Num ' PAID NOW=' WS-NEW-PAID
           END-IF.

      ******************************************************************
      * RELEASE-CASE-RESERVE takes the settlement off the claim's
      * case reserve.
       RELEASE-CASE-RESERVE.
           INITIALIZE LG-CLAIM-RESERVE-AREA.
           SET LG-RSV-FN-PAY     TO TRUE.
           MOVE DB2-C-Num        TO LG-RSV-CLAIMNUMBER.
           MOVE DB2-POLICYNUMBER TO LG-RSV-POLICYNUMBER.
           MOVE LG-SET-AMOUNT    TO LG-RSV-AMOUNT.
           MOVE 'LGCLMSET'       TO LG-RSV-UPD-USERID.
           CALL 'LGCLMRSV' USING LG-CLAIM-RESERVE-AREA.
           IF NOT LG-RSV-SUCCESS
              SET LG-SET-DB2FAIL TO TRUE
              MOVE LG-RSV-REASON TO LG-SET-REASON
           END-IF.

      ******************************************************************
      * RAISE-REINSURANCE-RECOVERY raises what each treaty holding a
      * share of the policy owes on the settlement.
       RAISE-REINSURANCE-RECOVERY.
           INITIALIZE LG-RI-RECOVERY-AREA.
           SET LG-RIR-FN-RAISE   TO TRUE.
           MOVE DB2-C-Num        TO LG-RIR-CLAIMNUMBER.
           MOVE DB2-POLICYNUMBER TO LG-RIR-POLICYNUMBER.
           MOVE LG-SET-AMOUNT    TO LG-RIR-AMOUNT.
           MOVE 'LGCLMSET'       TO LG-RIR-UPD-USERID.
           CALL 'LGRIRCV' USING LG-RI-RECOVERY-AREA.
           IF NOT LG-RIR-SUCCESS
              SET LG-SET-DB2FAIL TO TRUE
              MOVE LG-RIR-REASON TO LG-SET-REASON
           END-IF.

      ******************************************************************
      * CHECK-PAYOUT-HOLD asks LGPAYHLD whether the payout has to wait
      * out an address-change cooling-off period; a held payout is
      * already on PAYOUT_REVIEW when it comes back.
       CHECK-PAYOUT-HOLD.
           INITIALIZE LG-PAYOUT-HOLD-AREA.
           MOVE 'LGCLMSET'       TO LG-PHL-PROGRAM-NAME.
           MOVE DB2-POLICYNUMBER TO LG-PHL-POLICYNUMBER.
           MOVE DB2-C-Num        TO LG-PHL-CLAIMNUMBER.
           MOVE LG-SET-AMOUNT    TO LG-PHL-AMOUNT.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-CURRENT-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE WS-CURRENT-DATE  TO LG-PHL-VALUE-DATE.
           CALL 'LGPAYHLD' USING LG-PAYOUT-HOLD-AREA.
           EVALUATE TRUE
              WHEN LG-PHL-HELD
                 SET LG-SET-HELD-FOR-REVIEW TO TRUE
                 MOVE LG-PHL-REASON TO LG-SET-REASON
              WHEN LG-PHL-DB2FAIL
                 SET LG-SET-DB2FAIL TO TRUE
                 MOVE LG-PHL-REASON TO LG-SET-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * ROUTE-PAYOUT asks LGPAYRTE whether the payout can be credited
      * to an account the claimant has nominated with us. A credit
      * comes back with its PAYOUT_CREDIT row already written.
       ROUTE-PAYOUT.
           INITIALIZE LG-PAYOUT-ROUTE-AREA.
           MOVE 'LGCLMSET'       TO LG-PRT-PROGRAM-NAME.
           MOVE DB2-POLICYNUMBER TO LG-PRT-POLICYNUMBER.
           MOVE DB2-C-Num        TO LG-PRT-CLAIMNUMBER.
           MOVE LG-SET-AMOUNT    TO LG-PRT-AMOUNT.
           MOVE WS-CURRENT-DATE  TO LG-PRT-VALUE-DATE.
           CALL 'LGPAYRTE' USING LG-PAYOUT-ROUTE-AREA.
           IF LG-PRT-DB2FAIL
              SET LG-SET-DB2FAIL TO TRUE
              MOVE LG-PRT-REASON TO LG-SET-REASON
           END-IF.

      ******************************************************************
      * WRITE-CREDIT-INSTRUCTION writes the settlement as a CBSTXNR
      * credit to the nominated account, under the reference LGPAYRTE
      * recorded, for the next CBSTXNP posting run.
       WRITE-CREDIT-INSTRUCTION.
           OPEN OUTPUT CREDIT-FILE.
           IF NOT CREDFILE-STATUS-OK
              SET LG-SET-DB2FAIL TO TRUE
              MOVE 'CREDIT INSTRUCTION FILE OPEN FAILED'
                TO LG-SET-REASON
              DISPLAY 'ERROR OPENING CREDIT FILE. STATUS='
                CREDFILE-STATUS
           ELSE
              MOVE SPACES                TO CREDIT-FILEREC
              MOVE LG-PRT-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER
              MOVE 'C'                   TO TR-TXN-TYPE
              MOVE LG-SET-AMOUNT         TO TR-TXN-AMOUNT
              MOVE LG-PRT-CURRENCY       TO TR-CURRENCY
              MOVE WS-CURRENT-DATE       TO TR-VALUE-DATE
              MOVE 0                     TO TR-CONTRA-ACCOUNT
              MOVE LG-PRT-TXN-REF        TO TR-TXN-REF
              WRITE CREDIT-FILEREC
              IF NOT CREDFILE-STATUS-OK
                 SET LG-SET-DB2FAIL TO TRUE
                 MOVE 'CREDIT INSTRUCTION WRITE FAILED'
                   TO LG-SET-REASON
                 DISPLAY 'ERROR WRITING CREDIT FILE.'
              ELSE
                 SET LG-SET-CREDITED-INTERNALLY TO TRUE
                 MOVE LG-PRT-REASON TO LG-SET-REASON
                 DISPLAY '(LGCLMSET) PAYOUT CREDITED. CLAIM='
                   DB2-C-Num ' REF=' LG-PRT-TXN-REF
              END-IF
              CLOSE CREDIT-FILE
           END-IF.

      ******************************************************************
       WRITE-PAYMENT-INSTRUCTION.
           OPEN OUTPUT PAYMENT-FILE.
