      * so a mistyped or retired broker id is caught where it enters
      * the system instead of polluting LGBRKCOM's monthly statement.
      * Zero means no broker (direct business) and is not validated.
      *
      * The written premium is ceded to any reinsurance treaty
      * covering the risk through LGRICESS, in the same unit of work
      * as the create and its tax row.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  PREMIUM-TAX-CONSTANTS.
      ******************************************************************
      * Reinsurance cession area for the LGRICESS CALL - see LGRICRES.
           COPY LGRICRES.
      ******************************************************************
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
              IF LG-PADD-SUCCESS
                 PERFORM INSERT-PREMIUM-TAX-ROW
              END-IF
              IF LG-PADD-SUCCESS
                 PERFORM CEDE-WRITTEN-PREMIUM
              END-IF
              IF LG-PADD-SUCCESS
                 MOVE DB2-POLICYNUMBER TO LG-PADD-POLICYNUMBER
                 DISPLAY '(LGPOLADD) POLICY ADDED TO DATABASE.'
                SQLCODE
           END-IF.

      ******************************************************************
      * CEDE-WRITTEN-PREMIUM passes the 'W' event just taxed to
      * LGRICESS, which cedes the treaties' share onto RI_CESSION.
       CEDE-WRITTEN-PREMIUM.
           INITIALIZE LG-RI-CESSION-AREA.
           MOVE DB2-POLICYNUMBER   TO LG-RIC-POLICYNUMBER.
           MOVE LG-PADD-POLICYTYPE TO LG-RIC-POLICYTYPE.
           SET LG-RIC-EV-WRITTEN   TO TRUE.
           MOVE LG-PADD-ISSUEDATE  TO LG-RIC-EVENT-DATE.
           MOVE LG-PADD-PAYMENT    TO LG-RIC-PREMIUM.
           MOVE WK-TAX-USERID      TO LG-RIC-UPD-USERID.
           CALL 'LGRICESS' USING LG-RI-CESSION-AREA.
           IF NOT LG-RIC-SUCCESS
              SET LG-PADD-DB2FAIL TO TRUE
              MOVE LG-RIC-REASON TO LG-PADD-REASON
           END-IF.

      ******************************************************************
      * COMMIT-POLICY-CREATE/ROLLBACK-POLICY-CREATE close out the
      * sequence-fetch/policy/detail unit of work - a failed detail
