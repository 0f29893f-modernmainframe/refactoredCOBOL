      *    picks it up.
      *
      * Endowments have no mid-term rater and are refused.
      *
      * The adjustment is ceded to any reinsurance treaty covering
      * the risk through LGRICESS, at the endorsed exposure, in the
      * endorsement's own unit of work.
      ******************************************************************

       IDENTIFICATION DIVISION.
           COPY LGHOURES.
           COPY LGMOTRES.
           COPY LGCOMRES.
      * Reinsurance cession area for the LGRICESS CALL - see LGRICRES.
           COPY LGRICRES.
      ******************************************************************
      * PATH : .../Cobol Include/LGPOLICY.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
           IF LG-END-SUCCESS AND LG-END-PRORATA-ADJ NOT = 0
              PERFORM INSERT-PREMIUM-TAX-ROW
           END-IF.
           IF LG-END-SUCCESS AND LG-END-PRORATA-ADJ NOT = 0
              PERFORM CEDE-ENDORSEMENT-PREMIUM
           END-IF.
           IF LG-END-SUCCESS
              EXEC SQL
                   COMMIT
              DISPLAY '(LGPOLEND) TAX INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * CEDE-ENDORSEMENT-PREMIUM passes the 'E' event just taxed to
      * LGRICESS, which cedes the treaties' share of the signed
      * adjustment onto RI_CESSION.
       CEDE-ENDORSEMENT-PREMIUM.
           INITIALIZE LG-RI-CESSION-AREA.
           MOVE DB2-POLICYNUMBER      TO LG-RIC-POLICYNUMBER.
           MOVE DB2-POLICYTYPE        TO LG-RIC-POLICYTYPE.
           SET LG-RIC-EV-ENDORSED     TO TRUE.
           MOVE LG-END-EFFECTIVE-DATE TO LG-RIC-EVENT-DATE.
           MOVE LG-END-PRORATA-ADJ    TO LG-RIC-PREMIUM.
           MOVE WK-TAX-USERID         TO LG-RIC-UPD-USERID.
           CALL 'LGRICESS' USING LG-RI-CESSION-AREA.
           IF NOT LG-RIC-SUCCESS
              SET LG-END-DB2FAIL TO TRUE
              MOVE LG-RIC-REASON TO LG-END-REASON
           END-IF.
