      * TCSCUSCR) with nothing that ever checks the foreign key holds,
      * so this reads CBS_ACCT_MSTR_DTL end to end and reports any
      * account whose CUSTOMER_ID has no matching CUSTOMER.CUID row.
      * Joint holders and authorised signatories are owners too, so a
      * second section reports every ACTIVE CBS_ACCT_PARTY link whose
      * CUID has no CUSTOMER row or whose account has no
      * CBS_ACCT_MSTR_DTL row.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-ORPHAN-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-CUSTOMER-DISPLAY      PIC Z(8)9.
       01 WS-PARTY-ORPHAN-COUNT        PIC S9(9) USAGE COMP VALUE 0.
       01 WK-PARTY-ACTIVE              PIC X(10) VALUE 'ACTIVE'.
      * 'C' the party's CUID has no CUSTOMER row, 'A' the party's
      * account has no CBS_ACCT_MSTR_DTL row.
       01 WS-PARTY-MISSING             PIC X(1).
          88 WS-PARTY-NO-CUSTOMER      VALUE 'C'.
       01 WS-PARTY-MISSING-TEXT        PIC X(20).
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSACPTY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-ACCT-PARTY.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
                 ORDER BY ACCOUNT_NUMBER
           END-EXEC.

           EXEC SQL
             INCLUDE CBSACPTY
           END-EXEC.

           EXEC SQL
             DECLARE PARTYORPHCSR CURSOR FOR
                SELECT P.ACCOUNT_NUMBER, P.CUID, P.PARTY_ROLE,
                       CASE WHEN NOT EXISTS
                                 ( SELECT 1 FROM CUSTOMER C
                                    WHERE C.CUID = P.CUID )
                            THEN 'C' ELSE 'A' END
                  FROM CBS_ACCT_PARTY P
                 WHERE P.PARTY_STATUS = :WK-PARTY-ACTIVE
                   AND ( NOT EXISTS
                         ( SELECT 1 FROM CUSTOMER C
                            WHERE C.CUID = P.CUID )
                      OR NOT EXISTS
                         ( SELECT 1 FROM CBS_ACCT_MSTR_DTL A
                            WHERE A.ACCOUNT_NUMBER =
                                  P.ACCOUNT_NUMBER ) )
                 ORDER BY P.ACCOUNT_NUMBER, P.CUID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           END-EXEC.

           PERFORM WRITE-REPORT-TRAILER.

           PERFORM WRITE-PARTY-HEADER.
           MOVE 'N' TO WS-EOF-SWITCH.
           EXEC SQL
                OPEN PARTYORPHCSR
           END-EXEC.
           PERFORM FETCH-NEXT-PARTY-ORPHAN.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM WRITE-PARTY-ORPHAN-LINE
              PERFORM FETCH-NEXT-PARTY-ORPHAN
           END-PERFORM.
           EXEC SQL
                CLOSE PARTYORPHCSR
           END-EXEC.
           PERFORM WRITE-PARTY-TRAILER.
           CLOSE REPORT-FILE.
           STOP RUN.

           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
       FETCH-NEXT-PARTY-ORPHAN.
           EXEC SQL
                FETCH PARTYORPHCSR
                 INTO :AP-ACCOUNT-NUMBER, :AP-CUID, :AP-PARTY-ROLE,
                      :WS-PARTY-MISSING
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 ADD 1 TO WS-PARTY-ORPHAN-COUNT
              WHEN OTHER
                 DISPLAY '(CBSXREF) PARTY FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
       WRITE-PARTY-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'ACCOUNT-PARTY ORPHAN RECONCILIATION REPORT'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ACCOUNT-NUMBER       CUSTOMER-ID ROLE MISSING'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
       WRITE-PARTY-ORPHAN-LINE.
           MOVE AP-ACCOUNT-NUMBER TO WS-RPT-ACCOUNT-DISPLAY.
           MOVE AP-CUID TO WS-RPT-CUSTOMER-DISPLAY.
           IF WS-PARTY-NO-CUSTOMER
              MOVE 'NO CUSTOMER ROW' TO WS-PARTY-MISSING-TEXT
           ELSE
              MOVE 'NO ACCOUNT ROW'  TO WS-PARTY-MISSING-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-RPT-ACCOUNT-DISPLAY '   ' WS-RPT-CUSTOMER-DISPLAY
                   '   ' AP-PARTY-ROLE '    ' WS-PARTY-MISSING-TEXT
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
       WRITE-PARTY-TRAILER.
           MOVE WS-PARTY-ORPHAN-COUNT TO WS-ORPHAN-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL ORPHANED ACCOUNT PARTIES: '
                   WS-ORPHAN-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.
