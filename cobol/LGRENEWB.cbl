      * expiry being re-noticed every night of the window and gives
      * LGRENRSP the row it works to the customer's answer - or to a
      * formal lapse when no answer ever comes.
      *
      * Before a notice is written the policyholder is checked
      * against the returned-mail register through TCSCRMCK. Where
      * the post office has sent mail back from the address the
      * notice is not written to the file but recorded on the
      * held-mail report (TCSCHMRP) for the branch to chase. The
      * POLICY_RENEWAL row is still inserted, so the offer stands,
      * LGRENRSP can still take the answer the branch obtains, and
      * the policy is not re-selected every night of the window.
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 WS-DECLINED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NOTICE-COUNT-DISPLAY      PIC ZZZ,ZZZ,ZZ9.
       01 WS-DECLINED-COUNT-DISPLAY    PIC ZZZ,ZZZ,ZZ9.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-RUN-DATE                  PIC X(10) VALUE SPACES.

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.
           COPY LGMOTRES.
      * PATH : .../Cobol Include/LGMOTRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :

       PROCEDURE DIVISION.
       MAIN-PARA.
           EXEC SQL
                SELECT CURRENT DATE
                  INTO :WS-RUN-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           OPEN OUTPUT NOTICE-FILE
           IF NOT NOTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING NOTICE FILE. STATUS='
             WS-NOTICE-COUNT-DISPLAY.
           DISPLAY '(LGRENEWB) RENEWALS DECLINED:       '
             WS-DECLINED-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-HELD-COUNT-DISPLAY.
           DISPLAY '(LGRENEWB) RENEWAL NOTICES HELD:    '
             WS-HELD-COUNT-DISPLAY ' (RETURNED MAIL)'.

           CLOSE NOTICE-FILE.
           STOP RUN.
           IF DB2-POLICYTYPE = 'M'
              PERFORM RERATE-MOTOR-RENEWAL
           END-IF.
           PERFORM CHECK-RETURNED-MAIL.
           IF CUSTRM-HELD
              ADD 1 TO WS-HELD-COUNT
              PERFORM INSERT-RENEWAL-ROW
           ELSE
              WRITE NOTICE-FILEREC
              IF NOT NOTFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING NOTICE FILE.'
              ELSE
                 ADD 1 TO WS-NOTICE-COUNT
                 PERFORM INSERT-RENEWAL-ROW
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the policyholder's
      * address is undeliverable; TCSCRMCK picks the branch. If the
      * register cannot be read the notice is written as before.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-INSURANCE-CUSTOMER TO TRUE.
           MOVE WS-RENEW-CUSTOMERNUMBER TO CUSTRM-CUSTOMER-KEY.
           MOVE 'RENW'                  TO CUSTRM-DOC-TYPE.
           MOVE 'LGRENEWB'              TO CUSTRM-PROGRAM-NAME.
           MOVE DB2-POLICYNUMBER        TO CUSTRM-DOC-REF.
           MOVE WS-RUN-DATE             TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
      * INSERT-RENEWAL-ROW records the offer on POLICY_RENEWAL: 'N'
      * awaiting the customer's answer, or 'D' when the rater already
