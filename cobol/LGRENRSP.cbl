      * the existing LGPRMCOL mandate path: the updated PAYMENT flows
      * into the next monthly collection cycle, so the renewal cannot
      * double-collect against the mandate.
      *
      * The renewed premium is ceded to any reinsurance treaty in
      * force for the risk on the business date through LGRICESS, in
      * the acceptance's own unit of work.
      ******************************************************************

       IDENTIFICATION DIVISION.
      ******************************************************************
      * Rater work area for the motor re-rate on acceptance.
           COPY LGMOTRES.
      * Reinsurance cession area for the LGRICESS CALL - see LGRICRES.
           COPY LGRICRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY / LGRENEW / CBSCALN
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
           IF WS-FAILURE-REASON = SPACES
              PERFORM INSERT-PREMIUM-TAX-ROW
           END-IF.
           IF WS-FAILURE-REASON = SPACES
              PERFORM CEDE-RENEWAL-PREMIUM
           END-IF.
           IF WS-FAILURE-REASON = SPACES
              ADD 1 TO WS-ACCEPTED-COUNT
           END-IF.
                SQLCODE
           END-IF.

      ******************************************************************
      * CEDE-RENEWAL-PREMIUM passes the 'R' event just taxed to
      * LGRICESS, which cedes the treaties' share onto RI_CESSION.
       CEDE-RENEWAL-PREMIUM.
           INITIALIZE LG-RI-CESSION-AREA.
           MOVE RR-POLICYNUMBER   TO LG-RIC-POLICYNUMBER.
           MOVE DB2-POLICYTYPE    TO LG-RIC-POLICYTYPE.
           SET LG-RIC-EV-RENEWED  TO TRUE.
           MOVE WS-BUSINESS-DATE  TO LG-RIC-EVENT-DATE.
           MOVE WS-NEW-PREMIUM    TO LG-RIC-PREMIUM.
           MOVE WK-RSP-USERID     TO LG-RIC-UPD-USERID.
           CALL 'LGRICESS' USING LG-RI-CESSION-AREA.
           IF NOT LG-RIC-SUCCESS
              MOVE 'REINSURANCE CESSION FAILED' TO WS-FAILURE-REASON
           END-IF.

      ******************************************************************
       MARK-NOTICE-ANSWERED.
           MOVE WK-RSP-USERID TO RW-UPD-USERID.
