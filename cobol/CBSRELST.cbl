      * premium from the LGPOLINQ joins - one mailing per household
      * relationship instead of two systems pretending not to know
      * each other.
      *
      * The statement goes to the bank-side address, so each
      * relationship is first checked against the returned-mail
      * register for its CUID through TCSCRMCK: where the post office
      * has sent mail back from that address the statement is not
      * printed but recorded on the held-mail report (TCSCHMRP) at
      * the customer's branch, and counted separately.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-ACCT-COUNT-DISPLAY        PIC ZZZ,ZZ9.
       01 WS-POL-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-BALANCE-DISPLAY       PIC -,---,---,---,--9.
       01 WS-RPT-PREMIUM-DISPLAY       PIC ZZZ,ZZ9.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DOC-REF-NUMBER            PIC 9(9).

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
           END-EXEC.
           PERFORM FETCH-NEXT-RELATIONSHIP.
           PERFORM UNTIL WS-LNK-END-OF-CURSOR
              PERFORM CHECK-RETURNED-MAIL
              IF CUSTRM-HELD
                 ADD 1 TO WS-HELD-COUNT
              ELSE
                 PERFORM PRODUCE-ONE-STATEMENT
              END-IF
              PERFORM FETCH-NEXT-RELATIONSHIP
           END-PERFORM.
           EXEC SQL
                CLOSE RELLINKCSR
           END-EXEC.
      * Commits the CUST_HELD_MAIL rows TCSCRMCK recorded.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-STMT-COUNT TO WS-STMT-COUNT-DISPLAY.
           DISPLAY '(CBSRELST) RELATIONSHIP STATEMENTS PRODUCED: '
             WS-STMT-COUNT-DISPLAY ' FOR ' WS-BUSINESS-DATE.
           MOVE WS-HELD-COUNT TO WS-STMT-COUNT-DISPLAY.
           DISPLAY '(CBSRELST) RELATIONSHIP STATEMENTS HELD:     '
             WS-STMT-COUNT-DISPLAY ' (RETURNED MAIL)'.

           CLOSE STATEMENT-FILE.
           STOP RUN.
                 SET WS-LNK-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the bank-side
      * address is undeliverable; TCSCRMCK picks the branch. If the
      * register cannot be read the statement is printed as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE XR-CUID           TO CUSTRM-CUSTOMER-KEY.
           MOVE 'RELS'            TO CUSTRM-DOC-TYPE.
           MOVE 'CBSRELST'        TO CUSTRM-PROGRAM-NAME.
           MOVE XR-CUID           TO WS-DOC-REF-NUMBER.
           MOVE WS-DOC-REF-NUMBER TO CUSTRM-DOC-REF.
           MOVE WS-BUSINESS-DATE  TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * PRODUCE-ONE-STATEMENT writes one relationship's document:
      * page break, name and address block, the bank accounts, the
