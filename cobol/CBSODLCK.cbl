      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSODLCK
      ******************************************************************
      * OVERDRAFT-LIMIT-CHECK. The arranged overdraft is the second
      * money limit on CBS_ACCT_MSTR_DTL and gets the same
      * check-and-apply treatment CBSLIMCK gives PAYMENT_LIMIT: this
      * looks up the account's CURRENCY, status and balance, enforces
      * a currency-specific maximum on the proposed OVERDRAFT_LIMIT,
      * and - only when it passes - applies it.
      *
      * On top of the range check, a facility can only be set on an
      * ACTIVE account, and it can never be cut below what the
      * account is already overdrawn: a limit under the current
      * debit balance would leave the account outside its own
      * arrangement and bounce every debit until it was credited
      * back. Zero is always in range and withdraws the facility once
      * the account is back in credit.
      *
      * APPLY-NEW-OD-LIMIT carries forward the UPD_TIMESTAMP read by
      * FETCH-ACCOUNT-FOR-OD into its UPDATE's WHERE clause, the
      * CBSLIMCK discipline, so a posting landing between the lookup
      * and the update is detected as a zero-row update instead of
      * being judged against a stale balance.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSODLCK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WK-CURRENCY-OD-LIMITS.
          05 WK-USD-MAX-OD-LIMIT      PIC S9(9) USAGE COMP
             VALUE 50000.
          05 WK-GBP-MAX-OD-LIMIT      PIC S9(9) USAGE COMP
             VALUE 40000.
          05 WK-EUR-MAX-OD-LIMIT      PIC S9(9) USAGE COMP
             VALUE 45000.
       01 WK-ODLCK-USERID             PIC X(10) VALUE 'CBSODLCK'.
       01 WS-OVERDRAWN-AMOUNT         PIC S9(18) USAGE COMP VALUE 0.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCBS-ACCT-MSTR-DTL.
      *    10 H1-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
      *    10 H1-ACCOUNT-STATUS    PIC X(10).
      *    10 H1-LEDGER-BALANCE    PIC S9(18) USAGE COMP.
      *    10 H1-CURRENCY          PIC X(3).
      *    10 H1-UPD-TIMESTAMP     PIC X(26).
      *    10 H1-OVERDRAFT-LIMIT   PIC S9(9) USAGE COMP.
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
             INCLUDE CBSMST
           END-EXEC.

       LINKAGE SECTION.
           COPY CBSODRES.
      * PATH : .../Cobol Include/CBSODRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSOD-OD-LIMIT-CHECK-AREA.

       PROCEDURE DIVISION USING CBSOD-OD-LIMIT-CHECK-AREA.
       MAIN-PARA.
           MOVE CBSOD-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           SET CBSOD-SUCCESS TO TRUE.
           MOVE SPACES TO CBSOD-REASON.
           MOVE 0 TO CBSOD-OLD-OD-LIMIT.
           PERFORM FETCH-ACCOUNT-FOR-OD.
           IF CBSOD-SUCCESS
              PERFORM VALIDATE-OD-LIMIT-FOR-CURRENCY
           END-IF.
           IF CBSOD-SUCCESS
              PERFORM VALIDATE-OD-AGAINST-BALANCE
           END-IF.
           IF CBSOD-SUCCESS
              PERFORM APPLY-NEW-OD-LIMIT
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
       FETCH-ACCOUNT-FOR-OD.
           EXEC SQL
                SELECT ACCOUNT_STATUS, LEDGER_BALANCE, CURRENCY,
                       OVERDRAFT_LIMIT, UPD_TIMESTAMP
                  INTO :H1-ACCOUNT-STATUS, :H1-LEDGER-BALANCE,
                       :H1-CURRENCY, :H1-OVERDRAFT-LIMIT,
                       :H1-UPD-TIMESTAMP
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE H1-OVERDRAFT-LIMIT TO CBSOD-OLD-OD-LIMIT
                 IF H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
                    SET CBSOD-ACCT-NOTACTIVE TO TRUE
                    MOVE 'OVERDRAFT ONLY ON AN ACTIVE ACCOUNT'
                      TO CBSOD-REASON
                 END-IF
              WHEN 100
                 SET CBSOD-ACCTNOTFOUND TO TRUE
                 MOVE 'ACCOUNT NOT FOUND' TO CBSOD-REASON
              WHEN OTHER
                 SET CBSOD-DB2FAIL TO TRUE
                 MOVE 'ACCOUNT LOOKUP FAILED' TO CBSOD-REASON
                 DISPLAY '(CBSODLCK) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * VALIDATE-OD-LIMIT-FOR-CURRENCY enforces a separate maximum per
      * currency, the CBSLIMCK per-currency table. Zero is always
      * allowed - it is how a facility is withdrawn.
       VALIDATE-OD-LIMIT-FOR-CURRENCY.
           IF CBSOD-NEW-OD-LIMIT < 0
              SET CBSOD-LIMIT-OUT-OF-RANGE TO TRUE
              MOVE 'OVERDRAFT LIMIT CANNOT BE NEGATIVE' TO CBSOD-REASON
           ELSE
              EVALUATE H1-CURRENCY
                 WHEN 'USD'
                    IF CBSOD-NEW-OD-LIMIT > WK-USD-MAX-OD-LIMIT
                       SET CBSOD-LIMIT-OUT-OF-RANGE TO TRUE
                       MOVE 'OVERDRAFT OUT OF RANGE FOR USD'
                         TO CBSOD-REASON
                    END-IF
                 WHEN 'GBP'
                    IF CBSOD-NEW-OD-LIMIT > WK-GBP-MAX-OD-LIMIT
                       SET CBSOD-LIMIT-OUT-OF-RANGE TO TRUE
                       MOVE 'OVERDRAFT OUT OF RANGE FOR GBP'
                         TO CBSOD-REASON
                    END-IF
                 WHEN 'EUR'
                    IF CBSOD-NEW-OD-LIMIT > WK-EUR-MAX-OD-LIMIT
                       SET CBSOD-LIMIT-OUT-OF-RANGE TO TRUE
                       MOVE 'OVERDRAFT OUT OF RANGE FOR EUR'
                         TO CBSOD-REASON
                    END-IF
                 WHEN OTHER
                    SET CBSOD-CURRENCY-UNKNOWN TO TRUE
                    MOVE 'NO OVERDRAFT RULES FOR THIS CURRENCY'
                      TO CBSOD-REASON
              END-EVALUATE
           END-IF.

      ******************************************************************
      * VALIDATE-OD-AGAINST-BALANCE refuses a limit that would leave
      * the account already outside its arrangement.
       VALIDATE-OD-AGAINST-BALANCE.
           IF H1-LEDGER-BALANCE < 0
              COMPUTE WS-OVERDRAWN-AMOUNT = 0 - H1-LEDGER-BALANCE
              IF CBSOD-NEW-OD-LIMIT < WS-OVERDRAWN-AMOUNT
                 SET CBSOD-BELOW-OVERDRAWN TO TRUE
                 MOVE 'LIMIT IS BELOW CURRENT OVERDRAWN BALANCE'
                   TO CBSOD-REASON
              END-IF
           END-IF.

      ******************************************************************
       APPLY-NEW-OD-LIMIT.
           EXEC SQL
                UPDATE CBS_ACCT_MSTR_DTL
                   SET OVERDRAFT_LIMIT = :CBSOD-NEW-OD-LIMIT ,
                       UPD_USERID = :WK-ODLCK-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
                   AND UPD_TIMESTAMP  = :H1-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET CBSOD-CONCURRENT-UPDATE TO TRUE
                 MOVE 'ACCOUNT CHANGED BY ANOTHER USER - RETRY'
                   TO CBSOD-REASON
              WHEN OTHER
                 SET CBSOD-DB2FAIL TO TRUE
                 MOVE 'OVERDRAFT LIMIT UPDATE FAILED' TO CBSOD-REASON
                 DISPLAY '(CBSODLCK) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.
