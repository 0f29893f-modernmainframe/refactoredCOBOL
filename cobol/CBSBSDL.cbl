      * CBS_ACCT_MSTR_DTL. That logic is now maintained in one place,
      * CBSBSDG. CBSBSDL is kept as a thin caller so any JCL still
      * invoking it by name keeps working.
      *
      * A named CBSBS-REQUEST-USERID must be entitled to deregistration
      * on CBS_ROLE_ENTITLEMENT - the shared CBSENTCK check - before
      * the account is handed on; a refusal returns CBSBS-NOT-ENTITLED
      * with nothing changed. Spaces mean a batch caller acting under
      * its own userid, which is passed straight through.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * stays zero, so CBSBSDG loads STATUS-RULES-FILE itself, the
      * same as before this was a CALLed single-account entry point.
           COPY CBSBSRUL.
      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSBSLNK.

       PROCEDURE DIVISION USING CBSBS-ACCOUNT-AREA.
       MAIN-PARA.
           SET CBSBS-SUCCESS TO TRUE.
           IF CBSBS-REQUEST-USERID NOT = SPACES
              PERFORM CHECK-OPERATOR-ENTITLEMENT
           END-IF.
           IF CBSBS-SUCCESS
              CALL 'CBSBSDG' USING CBSBS-ACCOUNT-AREA
                                    CBSBS-RULE-XFER-AREA
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * requesting operator may drive this function; a refusal comes
      * back already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE CBSBS-REQUEST-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSBSDL' TO CBSEN-PROGRAM-NAME.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSBS-NOT-ENTITLED TO TRUE
              DISPLAY '(CBSBSDL) NOT ENTITLED. USERID='
                CBSBS-REQUEST-USERID ' ' CBSEN-REASON
           END-IF.
