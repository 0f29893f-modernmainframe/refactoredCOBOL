      *    convention);
      *  - the maturity row is marked 'P' with PAID_AMOUNT and
      *    PAID_DATE, each settlement its own commit scope so the
      *    instruction and the paid mark stand or fall together;
      *  - when LGPAYHLD finds the customer's address changed inside
      *    the cooling-off period, the payout goes on PAYOUT_REVIEW
      *    instead of MATPAY (the paid mark still stands) for
      *    LGPAYRVD to release or reject;
      *  - a payout that clears the hold goes through LGPAYRTE: a
      *    policyholder linked through CUST_ID_XREF who has nominated
      *    a usable account with us is paid by a CBSTXNR credit on
      *    MATCRED for CBSTXNP to post, instead of on MATPAY. If
      *    CBSTXNP rejects the credit, LGPAYCNF falls it back to an
      *    LGSETPAY instruction on its next run.
      *
      * The aging pass then reports every maturity still unpaid more
      * than WK-AGING-DAYS after its notification - the fell-through
            ACCESS IS SEQUENTIAL
            FILE STATUS IS PAYFILE-STATUS.

            SELECT CREDIT-FILE ASSIGN TO MATCRED
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS CREDFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO MATAGING
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
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

       FD REPORT-FILE
            RECORD CONTAINS 132
            RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01 PAYFILE-STATUS               PIC X(02) VALUE SPACES.
          88 PAYFILE-STATUS-OK         VALUE '00'.
       01 CREDFILE-STATUS              PIC X(02) VALUE SPACES.
          88 CREDFILE-STATUS-OK        VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 WS-SET-EOF-SWITCH            PIC X VALUE 'N'.
       01 WS-SETTLED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-FAILED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-AGED-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CREDITED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SETTLED-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WS-FAILED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
       01 WS-AGED-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01 WS-HELD-DISPLAY              PIC ZZZ,ZZZ,ZZ9.
       01 WS-CREDITED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
      * With-profits terminal bonus, percent of SUMASSURED, and the
      * days a flagged maturity may wait before the aging report
      * names it.
       01 WK-WPROFITS-BONUS-PCT        PIC 9(3) VALUE 025.
       01 WK-AGING-DAYS                PIC 9(3) VALUE 030.
      * Cooling-off hold area for the LGPAYHLD CALL - see LGPHLRES.
           COPY LGPHLRES.
      * Internal-credit routing area for the LGPAYRTE CALL - see
      * LGPRTRES.
           COPY LGPRTRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy / LGMATURE.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
                PAYFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT CREDIT-FILE
           IF NOT CREDFILE-STATUS-OK
              DISPLAY 'ERROR OPENING CREDIT FILE. STATUS='
                CREDFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING AGING REPORT. STATUS='
           MOVE WS-SETTLED-COUNT TO WS-SETTLED-DISPLAY.
           MOVE WS-FAILED-COUNT  TO WS-FAILED-DISPLAY.
           MOVE WS-AGED-COUNT    TO WS-AGED-DISPLAY.
           MOVE WS-HELD-COUNT    TO WS-HELD-DISPLAY.
           MOVE WS-CREDITED-COUNT TO WS-CREDITED-DISPLAY.
           DISPLAY '(LGENDSET) MATURITIES SETTLED:   '
             WS-SETTLED-DISPLAY.
           DISPLAY '(LGENDSET) SETTLEMENTS FAILED:   '
             WS-FAILED-DISPLAY.
           DISPLAY '(LGENDSET) UNPAID PAST WINDOW:   '
             WS-AGED-DISPLAY.
           DISPLAY '(LGENDSET) HELD FOR REVIEW:      '
             WS-HELD-DISPLAY.
           DISPLAY '(LGENDSET) CREDITED INTERNALLY:  '
             WS-CREDITED-DISPLAY.

           CLOSE PAYMENT-FILE.
           CLOSE CREDIT-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

              END-IF
              PERFORM MARK-MATURITY-PAID
              IF SQLCODE = 0
                 PERFORM CHECK-PAYOUT-HOLD
                 IF LG-PHL-PAY
                    PERFORM ROUTE-PAYOUT
                    IF LG-PRT-INTERNAL
                       PERFORM WRITE-CREDIT-INSTRUCTION
                    ELSE
                       PERFORM WRITE-PAYOUT-INSTRUCTION
                    END-IF
                 END-IF
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-PAYOUT-HOLD asks LGPAYHLD whether the payout has to wait
      * out an address-change cooling-off period. A held payout is
      * committed with its paid mark and its PAYOUT_REVIEW row. A
      * failed check ends the run the way a failed WRITE does, for
      * the same reason - the ROLLBACK closes MATSETCSR.
       CHECK-PAYOUT-HOLD.
           INITIALIZE LG-PAYOUT-HOLD-AREA.
           MOVE 'LGENDSET'       TO LG-PHL-PROGRAM-NAME.
           MOVE MT-POLICYNUMBER  TO LG-PHL-POLICYNUMBER.
           MOVE 0                TO LG-PHL-CLAIMNUMBER.
           MOVE WS-PAYOUT-AMOUNT TO LG-PHL-AMOUNT.
           MOVE WS-CURRENT-DATE  TO LG-PHL-VALUE-DATE.
           CALL 'LGPAYHLD' USING LG-PAYOUT-HOLD-AREA.
           EVALUATE TRUE
              WHEN LG-PHL-HELD
                 ADD 1 TO WS-HELD-COUNT
                 EXEC SQL
                      COMMIT
                 END-EXEC
              WHEN LG-PHL-DB2FAIL
                 ADD 1 TO WS-FAILED-COUNT
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
                 MOVE WS-SETTLED-COUNT TO WS-SETTLED-DISPLAY
                 MOVE WS-FAILED-COUNT  TO WS-FAILED-DISPLAY
                 DISPLAY '(LGENDSET) RUN ENDED ON HOLD CHECK ERROR.'
                   ' SETTLED=' WS-SETTLED-DISPLAY
                   ' FAILED=' WS-FAILED-DISPLAY
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * ROUTE-PAYOUT asks LGPAYRTE whether the maturity can be
      * credited to an account the policyholder has nominated with
      * us. A failed routing check ends the run the same way a failed
      * hold check does.
       ROUTE-PAYOUT.
           INITIALIZE LG-PAYOUT-ROUTE-AREA.
           MOVE 'LGENDSET'       TO LG-PRT-PROGRAM-NAME.
           MOVE MT-POLICYNUMBER  TO LG-PRT-POLICYNUMBER.
           MOVE 0                TO LG-PRT-CLAIMNUMBER.
           MOVE WS-PAYOUT-AMOUNT TO LG-PRT-AMOUNT.
           MOVE WS-CURRENT-DATE  TO LG-PRT-VALUE-DATE.
           CALL 'LGPAYRTE' USING LG-PAYOUT-ROUTE-AREA.
           IF LG-PRT-DB2FAIL
              ADD 1 TO WS-FAILED-COUNT
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE WS-SETTLED-COUNT TO WS-SETTLED-DISPLAY
              MOVE WS-FAILED-COUNT  TO WS-FAILED-DISPLAY
              DISPLAY '(LGENDSET) RUN ENDED ON PAYOUT ROUTING ERROR.'
                ' SETTLED=' WS-SETTLED-DISPLAY
                ' FAILED=' WS-FAILED-DISPLAY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      ******************************************************************
       MARK-MATURITY-PAID.
           MOVE WS-PAYOUT-AMOUNT TO MT-PAID-AMOUNT.
                MT-POLICYNUMBER ' AMOUNT=' WS-PAYOUT-AMOUNT
           END-IF.

      ******************************************************************
      * WRITE-CREDIT-INSTRUCTION is WRITE-PAYOUT-INSTRUCTION for a
      * routed payout: the CBSTXNR credit to the nominated account
      * under LGPAYRTE's reference, with the same commit-or-stop
      * discipline - the credit, its PAYOUT_CREDIT row and the paid
      * mark stand or fall together.
       WRITE-CREDIT-INSTRUCTION.
           MOVE SPACES                TO CREDIT-FILEREC.
           MOVE LG-PRT-ACCOUNT-NUMBER TO TR-ACCOUNT-NUMBER.
           MOVE 'C'                   TO TR-TXN-TYPE.
           MOVE WS-PAYOUT-AMOUNT      TO TR-TXN-AMOUNT.
           MOVE LG-PRT-CURRENCY       TO TR-CURRENCY.
           MOVE WS-CURRENT-DATE       TO TR-VALUE-DATE.
           MOVE 0                     TO TR-CONTRA-ACCOUNT.
           MOVE LG-PRT-TXN-REF        TO TR-TXN-REF.
           WRITE CREDIT-FILEREC
           IF NOT CREDFILE-STATUS-OK
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY 'ERROR WRITING CREDIT FILE.'
              EXEC SQL
                   ROLLBACK
              END-EXEC
              MOVE WS-SETTLED-COUNT TO WS-SETTLED-DISPLAY
              MOVE WS-FAILED-COUNT  TO WS-FAILED-DISPLAY
              DISPLAY '(LGENDSET) RUN ENDED ON CREDIT FILE ERROR.'
                ' SETTLED=' WS-SETTLED-DISPLAY
                ' FAILED=' WS-FAILED-DISPLAY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           ELSE
              ADD 1 TO WS-SETTLED-COUNT
              ADD 1 TO WS-CREDITED-COUNT
              EXEC SQL
                   COMMIT
              END-EXEC
              DISPLAY '(LGENDSET) MATURITY CREDITED. POLICY='
                MT-POLICYNUMBER ' REF=' LG-PRT-TXN-REF
           END-IF.

      ******************************************************************
       REPORT-AGED-MATURITIES.
           MOVE SPACES TO REPORT-LINE.
