      * A record carrying contact details (phone/email/channel, the
      * widened CUSTLOAD tail) has its CUST_CONTACT_DTL row captured
      * right after the successful create, so new onboarding arrives
      * contactable instead of paper-only. Marketing consent flags on
      * the record are captured the same way, onto CUST_MKTG_CONSENT
      * and its history, as the customer's 'ONBOARD' answer. Each
      * applicant is also
      * screened against the sanctions and watch lists (TCSCSANS)
      * before the insert; a possible match is parked on
      * CUST_SCREEN_QUEUE for compliance and rejected here with
      * CUSTOMER-SANCTHIT, so it must not simply be resubmitted.
      *
      * Every WK-CHECKPOINT-INTERVAL records it writes its progress
      * (record/success/failure counts) to RESTART-FILE. On startup it
       01 WS-DUPLICATE-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WK-FEED-ID                   PIC X(8) VALUE 'CUSTOUT'.
       01 WK-POSSDUP-USERID            PIC X(10) VALUE 'TCSCUSBT'.
       01 WK-SCREEN-USERID             PIC X(10) VALUE 'TCSCUSBT'.
      * Watch-list screen of the applicant - see TCSCSANS.
           COPY CUSTSNRS.
       01 WK-CONTACT-USERID            PIC X(10) VALUE 'TCSCUSBT'.
       01 WS-CONTACT-CHANNEL           PIC X(1).
       01 WK-CONSENT-SOURCE            PIC X(10) VALUE 'ONBOARD'.
       01 WS-CONSENT-DATE              PIC X(10).
       01 WS-CURRENT-DATE              PIC X(10).
       01 WS-CURR-YEAR                 PIC 9(4).
       01 WS-DOB-YEAR                  PIC 9(4).
             INCLUDE CUSTCNT
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTMCON
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTMCHS
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              ADD 1 TO WS-SUCCESS-COUNT
              PERFORM CAPTURE-CONTACT-DETAILS
              PERFORM CAPTURE-MARKETING-CONSENT
           ELSE
              ADD 1 TO WS-FAILURE-COUNT
              PERFORM WRITE-REJECT-RECORD
              END-IF
           END-IF.

      ******************************************************************
      * CAPTURE-MARKETING-CONSENT records the load record's consent
      * flags against the just-created CUID, with the history row in
      * the same unit of work. Like the contact row it never fails
      * the load: a flag other than Y/N is stored as not asked, and a
      * record with no flags at all captures nothing.
       CAPTURE-MARKETING-CONSENT.
           MOVE CL-POST-CONSENT  TO MC-POST-CONSENT.
           MOVE CL-PHONE-CONSENT TO MC-PHONE-CONSENT.
           MOVE CL-EMAIL-CONSENT TO MC-EMAIL-CONSENT.
           IF MC-POST-CONSENT NOT = 'Y' AND MC-POST-CONSENT NOT = 'N'
              MOVE SPACE TO MC-POST-CONSENT
           END-IF.
           IF MC-PHONE-CONSENT NOT = 'Y' AND MC-PHONE-CONSENT NOT = 'N'
              MOVE SPACE TO MC-PHONE-CONSENT
           END-IF.
           IF MC-EMAIL-CONSENT NOT = 'Y' AND MC-EMAIL-CONSENT NOT = 'N'
              MOVE SPACE TO MC-EMAIL-CONSENT
           END-IF.
           IF MC-POST-CONSENT = SPACE
              AND MC-PHONE-CONSENT = SPACE
              AND MC-EMAIL-CONSENT = SPACE
              CONTINUE
           ELSE
              IF WS-BUSINESS-DATE = SPACES
                 EXEC SQL
                      SELECT CURRENT DATE
                        INTO :WS-CONSENT-DATE
                        FROM SYSIBM.SYSDUMMY1
                 END-EXEC
              ELSE
                 MOVE WS-BUSINESS-DATE TO WS-CONSENT-DATE
              END-IF
              MOVE L-CUSTOMER-ID     TO MC-CUID
              MOVE WS-CONSENT-DATE   TO MC-CONSENT-DATE
              MOVE WK-CONSENT-SOURCE TO MC-CAPTURE-SOURCE
              MOVE WK-CONTACT-USERID TO MC-UPD-USERID
              EXEC SQL
                   INSERT INTO CUST_MKTG_CONSENT
                          ( CUID ,
                            POST_CONSENT ,
                            PHONE_CONSENT ,
                            EMAIL_CONSENT ,
                            CONSENT_DATE ,
                            CAPTURE_SOURCE ,
                            UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :MC-CUID ,
                            :MC-POST-CONSENT ,
                            :MC-PHONE-CONSENT ,
                            :MC-EMAIL-CONSENT ,
                            DATE(:MC-CONSENT-DATE) ,
                            :MC-CAPTURE-SOURCE ,
                            :MC-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL
                      INSERT INTO CUST_MKTG_CONSENT_HIST
                             ( CUID ,
                               CHANGE_TIMESTAMP ,
                               POST_CONSENT ,
                               PHONE_CONSENT ,
                               EMAIL_CONSENT ,
                               CONSENT_DATE ,
                               CAPTURE_SOURCE ,
                               UPD_USERID )
                      VALUES
                             ( :MC-CUID ,
                               CURRENT TIMESTAMP ,
                               :MC-POST-CONSENT ,
                               :MC-PHONE-CONSENT ,
                               :MC-EMAIL-CONSENT ,
                               DATE(:MC-CONSENT-DATE) ,
                               :MC-CAPTURE-SOURCE ,
                               :MC-UPD-USERID )
                 END-EXEC
              END-IF
              IF SQLCODE NOT = 0
                 DISPLAY '(TCSCUSBT) CONSENT INSERT FAILED. CUID='
                   L-CUSTOMER-ID ' SQLCODE=' SQLCODE
                 EXEC SQL
                      ROLLBACK
                 END-EXEC
              ELSE
                 EXEC SQL
                      COMMIT
                 END-EXEC
              END-IF
           END-IF.

      ******************************************************************
      * WRITE-REJECT-RECORD preserves the failed record's original
      * CUSTLOAD image with the reason appended, so the data-quality
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-DUPLICATE-CUSTOMER
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM SCREEN-APPLICANT
           END-IF.
           EVALUATE CUST-RETURN-CODE
              WHEN CUSTOMER-VALIDFAIL
                 DISPLAY
                 DISPLAY
                   '(TCSCUSBT) POSSIBLE DUPLICATE CUSTOMER. REASON='
                   L-CUSTOMER-REASON
              WHEN CUSTOMER-SANCTHIT
                 DISPLAY
                   '(TCSCUSBT) POSSIBLE WATCH-LIST MATCH. REASON='
                   L-CUSTOMER-REASON
              WHEN CUSTOMER-DB2FAIL
                 DISPLAY
                   '(TCSCUSBT) PRE-INSERT CHECK FAILED. REASON='
                   L-CUSTOMER-REASON
              WHEN OTHER
                 PERFORM GET-CUSTOMER-ID-AND-INSERT
              PERFORM WRITE-DETAIL-RECORD
           END-IF.
      ******************************************************************
      * SCREEN-APPLICANT runs the applicant past the sanctions and
      * watch lists (TCSCSANS) once every other check has passed; a
      * possible match, already parked for compliance, refuses the
      * create.
       SCREEN-APPLICANT.
           MOVE CUSTOMER-NAME    TO SNS-CUSTNAME.
           MOVE CUSTOMER-ADDRESS TO SNS-ADDRESS.
           MOVE CUSTOMER-AGE     TO SNS-AGE.
           MOVE CUSTOMER-DOB     TO SNS-DOB.
           MOVE 0                TO SNS-GUARDIAN-ID.
           MOVE WK-SCREEN-USERID TO SNS-QUEUE-USERID.
           CALL 'TCSCSANS' USING SNS-SCREEN-AREA.
           EVALUATE TRUE
              WHEN SNS-CLEAR
                 CONTINUE
              WHEN SNS-POSSIBLE-MATCH
                 MOVE CUSTOMER-SANCTHIT TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE SNS-REASON TO L-CUSTOMER-REASON
              WHEN OTHER
                 MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
                 MOVE 0 TO L-CUSTOMER-SQLCODE
                 MOVE SNS-REASON TO L-CUSTOMER-REASON
           END-EVALUATE.
      ******************************************************************
      * GET-CUSTOMER-ID-AND-INSERT keeps the EXEC SQL sequence fetch
      * as the sole content of its own paragraph, matching TCSCUSC1's
      * equivalent paragraph of the same name.
