      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSBALIQ
      ******************************************************************
      * BALANCE-AS-OF-INQUIRY, the balance companion of CBSTXINQ.
      * "What was my balance on 30 June" used to mean replaying the
      * account's postings by hand; CBSBALSN now keeps each account's
      * closing LEDGER_BALANCE per business date on CBS_ACCT_BAL_SNAP
      * and this answers from it. Given an ACCOUNT-NUMBER and an
      * AS-OF-DATE it returns the snapshot for the latest business
      * date on or before that date - balance, currency and status,
      * and the snapshot date itself, since a weekend or holiday
      * answers with the previous business day's close. With a
      * FROM-DATE as well it returns the daily closing balances over
      * the range newest first in a bounded CBSTXINQ-style result
      * table, and the lowest, highest and average closing balance
      * over the days snapshot. With CBSBL-SOURCE-ARCHIVE set the
      * same inquiry reads CBS_ACCT_BAL_SNAP_ARCH instead, so
      * snapshots CBSRETAR has moved past the retention period stay
      * reachable. Read-only.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSBALIQ.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-IDX                       PIC 9(4) USAGE COMP VALUE 0.
       01 WS-AS-OF-DATE                PIC X(10).
       01 WS-FROM-DATE                 PIC X(10).
       01 WS-RANGE-TOTAL               PIC S9(18) USAGE COMP-3
                                        VALUE 0.
       01 WK-CONSTANTS.
          05 WK-DATE-CEILING          PIC X(10) VALUE '9999-12-31'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSBALSN.cpy / CBSBALSA.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-BAL-SNAP.  01 DCLCBS-ACCT-BAL-SNAP-ARCH.
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
             INCLUDE CBSBALSN
           END-EXEC.

           EXEC SQL
             INCLUDE CBSBALSA
           END-EXEC.

      * The account's daily closing balances over the range, newest
      * first.
           EXEC SQL
             DECLARE BALRANGECSR CURSOR FOR
                SELECT BUSINESS_DATE, LEDGER_BALANCE, ACCOUNT_STATUS
                  FROM CBS_ACCT_BAL_SNAP
                 WHERE ACCOUNT_NUMBER = :BS-ACCOUNT-NUMBER
                   AND BUSINESS_DATE BETWEEN :WS-FROM-DATE
                                         AND :WS-AS-OF-DATE
                 ORDER BY BUSINESS_DATE DESC
           END-EXEC.

      * The archive-side twin of BALRANGECSR, over the snapshots
      * CBSRETAR has moved past the retention period.
           EXEC SQL
             DECLARE BALARCHCSR CURSOR FOR
                SELECT BUSINESS_DATE, LEDGER_BALANCE, ACCOUNT_STATUS
                  FROM CBS_ACCT_BAL_SNAP_ARCH
                 WHERE ACCOUNT_NUMBER = :BS-ACCOUNT-NUMBER
                   AND BUSINESS_DATE BETWEEN :WS-FROM-DATE
                                         AND :WS-AS-OF-DATE
                 ORDER BY BUSINESS_DATE DESC
           END-EXEC.

       LINKAGE SECTION.
           COPY CBSBLRES.
      * PATH : .../Cobol Include/CBSBLRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSBL-BALANCE-INQUIRY-AREA.

       PROCEDURE DIVISION USING CBSBL-BALANCE-INQUIRY-AREA.
       MAIN-PARA.
           MOVE CBSBL-ACCOUNT-NUMBER TO BS-ACCOUNT-NUMBER.
           MOVE SPACES TO CBSBL-SNAPSHOT-DATE.
           MOVE 0 TO CBSBL-LEDGER-BALANCE.
           MOVE SPACES TO CBSBL-CURRENCY.
           MOVE SPACES TO CBSBL-ACCOUNT-STATUS.
           MOVE 0 TO CBSBL-DAY-COUNT.
           MOVE 0 TO CBSBL-MINIMUM-BALANCE.
           MOVE 0 TO CBSBL-MAXIMUM-BALANCE.
           MOVE 0 TO CBSBL-AVERAGE-BALANCE.
           MOVE 0 TO WS-RANGE-TOTAL.
           MOVE 0 TO WS-IDX.
           MOVE 'N' TO WS-EOF-SWITCH.
           SET CBSBL-SUCCESS TO TRUE.
           IF CBSBL-AS-OF-DATE = SPACES
              MOVE WK-DATE-CEILING TO WS-AS-OF-DATE
           ELSE
              MOVE CBSBL-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF CBSBL-FROM-DATE NOT = SPACES
              AND CBSBL-FROM-DATE > WS-AS-OF-DATE
              SET CBSBL-RANGE-INVALID TO TRUE
              EXIT PROGRAM
           END-IF.

           PERFORM FETCH-AS-OF-BALANCE.
           IF CBSBL-SUCCESS AND CBSBL-FROM-DATE NOT = SPACES
              PERFORM FETCH-BALANCE-RANGE
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * FETCH-AS-OF-BALANCE reads the snapshot for the latest business
      * date on or before the as-of date from whichever side the
      * source flag names.
       FETCH-AS-OF-BALANCE.
           IF CBSBL-SOURCE-ARCHIVE
              EXEC SQL
                   SELECT S.BUSINESS_DATE, S.LEDGER_BALANCE,
                          S.CURRENCY, S.ACCOUNT_STATUS
                     INTO :BS-BUSINESS-DATE, :BS-LEDGER-BALANCE,
                          :BS-CURRENCY, :BS-ACCOUNT-STATUS
                     FROM CBS_ACCT_BAL_SNAP_ARCH S
                    WHERE S.ACCOUNT_NUMBER = :BS-ACCOUNT-NUMBER
                      AND S.BUSINESS_DATE =
                          ( SELECT MAX(A.BUSINESS_DATE)
                              FROM CBS_ACCT_BAL_SNAP_ARCH A
                             WHERE A.ACCOUNT_NUMBER =
                                   :BS-ACCOUNT-NUMBER
                               AND A.BUSINESS_DATE <= :WS-AS-OF-DATE )
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT S.BUSINESS_DATE, S.LEDGER_BALANCE,
                          S.CURRENCY, S.ACCOUNT_STATUS
                     INTO :BS-BUSINESS-DATE, :BS-LEDGER-BALANCE,
                          :BS-CURRENCY, :BS-ACCOUNT-STATUS
                     FROM CBS_ACCT_BAL_SNAP S
                    WHERE S.ACCOUNT_NUMBER = :BS-ACCOUNT-NUMBER
                      AND S.BUSINESS_DATE =
                          ( SELECT MAX(L.BUSINESS_DATE)
                              FROM CBS_ACCT_BAL_SNAP L
                             WHERE L.ACCOUNT_NUMBER =
                                   :BS-ACCOUNT-NUMBER
                               AND L.BUSINESS_DATE <= :WS-AS-OF-DATE )
              END-EXEC
           END-IF.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE BS-BUSINESS-DATE  TO CBSBL-SNAPSHOT-DATE
                 MOVE BS-LEDGER-BALANCE TO CBSBL-LEDGER-BALANCE
                 MOVE BS-CURRENCY       TO CBSBL-CURRENCY
                 MOVE BS-ACCOUNT-STATUS TO CBSBL-ACCOUNT-STATUS
              WHEN 100
                 SET CBSBL-NOSNAPSHOT TO TRUE
              WHEN OTHER
                 DISPLAY '(CBSBALIQ) SNAPSHOT LOOKUP FAILED. SQLCODE='
                   SQLCODE
                 SET CBSBL-DB2FAIL TO TRUE
           END-EVALUATE.

      ******************************************************************
      * FETCH-BALANCE-RANGE walks the range's snapshots, filling the
      * result table and measuring the low, high and average.
       FETCH-BALANCE-RANGE.
           MOVE CBSBL-FROM-DATE TO WS-FROM-DATE.
           IF CBSBL-SOURCE-ARCHIVE
              EXEC SQL
                   OPEN BALARCHCSR
              END-EXEC
           ELSE
              EXEC SQL
                   OPEN BALRANGECSR
              END-EXEC
           END-IF.
           PERFORM FETCH-NEXT-RANGE-ROW.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM STORE-RANGE-ROW
              PERFORM FETCH-NEXT-RANGE-ROW
           END-PERFORM.
           IF CBSBL-SOURCE-ARCHIVE
              EXEC SQL
                   CLOSE BALARCHCSR
              END-EXEC
           ELSE
              EXEC SQL
                   CLOSE BALRANGECSR
              END-EXEC
           END-IF.
           IF CBSBL-DAY-COUNT > 0
              COMPUTE CBSBL-AVERAGE-BALANCE ROUNDED =
                      WS-RANGE-TOTAL / CBSBL-DAY-COUNT
           END-IF.

      ******************************************************************
      * FETCH-NEXT-RANGE-ROW fetches from whichever side the source
      * flag opened; both cursors deliver the same column shape into
      * the same host variables.
       FETCH-NEXT-RANGE-ROW.
           IF CBSBL-SOURCE-ARCHIVE
              EXEC SQL
                   FETCH BALARCHCSR
                    INTO :BS-BUSINESS-DATE, :BS-LEDGER-BALANCE,
                         :BS-ACCOUNT-STATUS
              END-EXEC
           ELSE
              EXEC SQL
                   FETCH BALRANGECSR
                    INTO :BS-BUSINESS-DATE, :BS-LEDGER-BALANCE,
                         :BS-ACCOUNT-STATUS
              END-EXEC
           END-IF.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSBALIQ) FETCH FAILED. SQLCODE=' SQLCODE
                 SET CBSBL-DB2FAIL TO TRUE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * STORE-RANGE-ROW fills the next CBSBL-BALANCE-TABLE entry. Days
      * past the table's 31-entry capacity are counted and measured
      * but not stored, the same capacity behavior as CBSTXINQ.
       STORE-RANGE-ROW.
           ADD 1 TO CBSBL-DAY-COUNT.
           ADD BS-LEDGER-BALANCE TO WS-RANGE-TOTAL.
           IF CBSBL-DAY-COUNT = 1
              MOVE BS-LEDGER-BALANCE TO CBSBL-MINIMUM-BALANCE
              MOVE BS-LEDGER-BALANCE TO CBSBL-MAXIMUM-BALANCE
           ELSE
              IF BS-LEDGER-BALANCE < CBSBL-MINIMUM-BALANCE
                 MOVE BS-LEDGER-BALANCE TO CBSBL-MINIMUM-BALANCE
              END-IF
              IF BS-LEDGER-BALANCE > CBSBL-MAXIMUM-BALANCE
                 MOVE BS-LEDGER-BALANCE TO CBSBL-MAXIMUM-BALANCE
              END-IF
           END-IF.
           IF WS-IDX < 31
              ADD 1 TO WS-IDX
              MOVE BS-BUSINESS-DATE  TO CBSBL-TBL-DATE(WS-IDX)
              MOVE BS-LEDGER-BALANCE TO CBSBL-TBL-BALANCE(WS-IDX)
              MOVE BS-ACCOUNT-STATUS TO CBSBL-TBL-STATUS(WS-IDX)
           END-IF.
