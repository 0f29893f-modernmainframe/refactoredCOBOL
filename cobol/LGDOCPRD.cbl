      * GenApp CUSTOMER name and address, and writes the formatted
      * print file with the per-document ASA page breaks and document
      * trailer conventions CBSSTMT established.
      *
      * Each schedule is first checked against the returned-mail
      * register for the policyholder's CUSTOMERNUMBER through
      * TCSCRMCK: where the post office has sent mail back from the
      * address the schedule is not printed but recorded on the
      * held-mail report (TCSCHMRP) - at the branch of the linked bank
      * customer, else under INSURANCE - and counted separately.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-DOC-COUNT                 PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DOC-COUNT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01 WS-PAYMENT-DISPLAY           PIC ZZZ,ZZ9.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
           END-EXEC.
           PERFORM FETCH-NEXT-DOC-POLICY.
           PERFORM UNTIL WS-END-OF-CURSOR
              PERFORM CHECK-RETURNED-MAIL
              IF CUSTRM-HELD
                 ADD 1 TO WS-HELD-COUNT
              ELSE
                 PERFORM PRODUCE-ONE-SCHEDULE
              END-IF
              PERFORM FETCH-NEXT-DOC-POLICY
           END-PERFORM.
           EXEC SQL
                CLOSE DOCPOLCSR
           END-EXEC.
      * Commits the CUST_HELD_MAIL rows TCSCRMCK recorded.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-DOC-COUNT TO WS-DOC-COUNT-DISPLAY.
           DISPLAY '(LGDOCPRD) SCHEDULES PRODUCED: '
             WS-DOC-COUNT-DISPLAY ' FOR ' WS-BUSINESS-DATE.
           MOVE WS-HELD-COUNT TO WS-DOC-COUNT-DISPLAY.
           DISPLAY '(LGDOCPRD) SCHEDULES HELD:     '
             WS-DOC-COUNT-DISPLAY ' (RETURNED MAIL)'.

           CLOSE SCHEDULE-FILE.
           STOP RUN.
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the policyholder's
      * address is undeliverable; TCSCRMCK picks the branch. If the
      * register cannot be read the schedule is printed as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-INSURANCE-CUSTOMER TO TRUE.
           MOVE WS-DOC-CUSTOMERNUMBER TO CUSTRM-CUSTOMER-KEY.
           MOVE 'SCHD'                TO CUSTRM-DOC-TYPE.
           MOVE 'LGDOCPRD'            TO CUSTRM-PROGRAM-NAME.
           MOVE DB2-POLICYNUMBER      TO CUSTRM-DOC-REF.
           MOVE WS-BUSINESS-DATE      TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * PRODUCE-ONE-SCHEDULE writes one policy's document: page
      * break, policyholder name and address block, the policy
