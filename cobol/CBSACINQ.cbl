      * pattern rather than LGPOLINQ's in-memory OCCURS table, since
      * the caller here wants a file handed to staff/downstream
      * reporting rather than a bounded in-memory result set.
      * A customer holds every account they are the primary holder
      * of (CUSTOMER_ID) and every account they are an ACTIVE joint
      * holder or authorised signatory of on CBS_ACCT_PARTY, so a
      * joint account appears in each of its holders' summaries.
      ******************************************************************

       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD SUMMARY-FILE
            RECORD CONTAINS 75
            RECORDING MODE IS F.
           COPY CBSACSUM.
      * PATH : .../Cobol Include/CBSACSUM
      *    05 AS-ACCOUNT-STATUS        PIC X(10).
      *    05 AS-CURRENCY              PIC X(3).
      *    05 AS-LEDGER-BALANCE        PIC 9(18).
      *    05 AS-LEDGER-SIGN           PIC X(1).

       WORKING-STORAGE SECTION.
       01 SUMFILE-STATUS               PIC X(02) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WK-FEED-ID                   PIC X(8) VALUE 'ACCTSUM'.
       01 WK-PARTY-ACTIVE              PIC X(10) VALUE 'ACTIVE'.
       01 WS-CURRENT-DATE              PIC X(10).
      * Control header/trailer for the feed, written around the
      * detail records so CBSFDVFY can verify counts and hash totals
             DECLARE ACCTINQCSR CURSOR FOR
                SELECT ACCOUNT_NUMBER, BASE_BRANCH, PRODUCT_CODE,
                       ACCOUNT_STATUS, CURRENCY, LEDGER_BALANCE
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :CBSAC-CUSTOMER-ID
                    OR EXISTS
                       (SELECT 1
                          FROM CBS_ACCT_PARTY P
                         WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                           AND P.CUID = :CBSAC-CUSTOMER-ID
                           AND P.PARTY_STATUS = :WK-PARTY-ACTIVE)
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           MOVE H1-ACCOUNT-STATUS TO AS-ACCOUNT-STATUS.
           MOVE H1-CURRENCY       TO AS-CURRENCY.
           MOVE H1-LEDGER-BALANCE TO AS-LEDGER-BALANCE.
           IF H1-LEDGER-BALANCE < 0
              SET AS-LEDGER-OVERDRAWN TO TRUE
           ELSE
              SET AS-LEDGER-IN-CREDIT TO TRUE
           END-IF.
           WRITE CBSAC-SUMMARY-FILEREC
           IF NOT SUMFILE-STATUS-OK
              DISPLAY 'ERROR WRITING SUMMARY FILE.'
