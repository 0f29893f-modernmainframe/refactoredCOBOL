      * CBSTXNP runs on the daily transaction file; a file already
      * processed for the business date is refused with a message.
      * The registration row is written at clean end of run.
      *
      * Each decision names the compliance officer who took it, and
      * that officer must be entitled on CBS_ROLE_ENTITLEMENT to
      * clear the flag (function 'C', new status CLEAR) or to set
      * any other status (function 'S') - the shared CBSENTCK check.
      * A refused decision is not applied, goes to the exception
      * report and the staff security log, and the run ends RC 4.
      * The officer is named in the audit REASON after the case.
      ******************************************************************

       IDENTIFICATION DIVISION.
      *    05 CM-ACCOUNT-NUMBER           PIC 9(18).
      *    05 CM-NEW-STATUS               PIC X(5).
      *    05 CM-CASE-REF                 PIC X(20).
      *    05 CM-DECIDED-BY               PIC X(10).

       FD REPORT-FILE
            RECORD CONTAINS 132
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-APPLIED-COUNT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
       01 WS-EXCEPTION-COUNT-DISPLAY   PIC ZZZ,ZZZ,ZZ9.
       01 WS-REFUSED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REFUSED-COUNT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-COMP-USERID           PIC X(10) VALUE 'CBSCMPFD'.
          05 WK-FEED-ID               PIC X(8) VALUE 'COMPFEED'.
          05 WK-COMPLIANCE-CLEAR      PIC X(5) VALUE 'CLEAR'.
          05 WK-FN-CLEAR              PIC X(1) VALUE 'C'.
          05 WK-FN-SET                PIC X(1) VALUE 'S'.
      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.
      * Feed-registration work fields - see CBSTXNP's guard on the
      * daily transaction file; the hash is the running sum of
      * CM-ACCOUNT-NUMBER truncated to 18 digits.
             WS-APPLIED-COUNT-DISPLAY.
           DISPLAY '(CBSCMPFD) EXCEPTIONS:        '
             WS-EXCEPTION-COUNT-DISPLAY.
           MOVE WS-REFUSED-COUNT   TO WS-REFUSED-COUNT-DISPLAY.
           DISPLAY '(CBSCMPFD) NOT ENTITLED:      '
             WS-REFUSED-COUNT-DISPLAY.
           IF WS-REFUSED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE COMPLIANCE-FEED-FILE.
           CLOSE REPORT-FILE.
           IF CM-NEW-STATUS = SPACES
              MOVE 'NEW STATUS IS BLANK' TO WS-EXCEPTION-REASON
           ELSE
              PERFORM CHECK-DECIDER-ENTITLEMENT
           END-IF.
           IF WS-EXCEPTION-REASON = SPACES
              PERFORM FETCH-ACCOUNT-COMPLIANCE
           END-IF.
           IF WS-EXCEPTION-REASON = SPACES
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      ******************************************************************
      * CHECK-DECIDER-ENTITLEMENT asks CBSENTCK whether the officer
      * named on the decision may clear the flag or set it. CBSENTCK
      * commits the security log row of a refusal at once, which
      * also closes out the decisions applied since the last
      * interval commit - each is already complete on its own.
       CHECK-DECIDER-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CM-DECIDED-BY TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSCMPFD' TO CBSEN-PROGRAM-NAME.
           IF CM-NEW-STATUS = WK-COMPLIANCE-CLEAR
              MOVE WK-FN-CLEAR TO CBSEN-FUNCTION-CODE
           ELSE
              MOVE WK-FN-SET TO CBSEN-FUNCTION-CODE
           END-IF.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              MOVE CBSEN-REASON TO WS-EXCEPTION-REASON
              ADD 1 TO WS-REFUSED-COUNT
              MOVE 0 TO WS-COMMIT-TALLY
           END-IF.

      ******************************************************************
       FETCH-ACCOUNT-COMPLIANCE.
           EXEC SQL
      * which case put the flag on or took it off.
       INSERT-COMPLIANCE-AUDIT-ROW.
           MOVE SPACES TO WS-AUDIT-REASON.
           STRING 'COMPLIANCE CASE ' CM-CASE-REF ' BY '
                   CM-DECIDED-BY
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-REASON
           END-STRING.
