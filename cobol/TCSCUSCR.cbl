       01 CUST-RETURN-CODE             PIC 99.
       01 WS-DUPLICATE-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WK-POSSDUP-USERID            PIC X(10) VALUE 'TCSCUSCR'.
       01 WK-SCREEN-USERID             PIC X(10) VALUE 'TCSCUSCR'.
      * Watch-list screen of the applicant - see TCSCSANS.
           COPY CUSTSNRS.
       01 WS-OPEN-ACCT-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-MINOR-LINK-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CURRENT-DATE              PIC X(10).
       01 WS-DOB-IND                   PIC S9(4) USAGE COMP.
       01 WS-ACCT-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-ACCT-END-OF-CURSOR     VALUE 'Y'.
      * A customer owns an account as its primary holder
      * (CUSTOMER_ID) or as an ACTIVE joint holder or signatory on
      * CBS_ACCT_PARTY; the close path counts both.
       01 WK-PARTY-ACTIVE              PIC X(10) VALUE 'ACTIVE'.
      * Work areas for the cascade close: CBSBSDG takes the account
      * number via CBSBS-ACCOUNT-AREA and, with CBSBS-RULE-COUNT left
      * at zero, loads STATUS-RULES-FILE itself on each CALL, the same
           END-EXEC.

      * ACTIVE accounts still held by the customer being closed, for
      * the cascade-close path. Only accounts the customer holds
      * alone are deregistered: an account with any other ACTIVE
      * party is co-owned, stays open and so blocks the close.
           EXEC SQL
             DECLARE CUSTACCTCSR CURSOR FOR
                SELECT A.ACCOUNT_NUMBER
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.CUSTOMER_ID = :CUSTOMER-ID
                   AND A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND NOT EXISTS
                       ( SELECT 1 FROM CBS_ACCT_PARTY P
                          WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                            AND P.CUID <> :CUSTOMER-ID
                            AND P.PARTY_STATUS = :WK-PARTY-ACTIVE )
           END-EXEC.

      * Staff entitlement check made before any transaction is
      * dispatched - see CBSENRES.
       01 WK-TRANS-CREATE              PIC X(1) VALUE 'C'.
           COPY CBSENRES.

       LINKAGE SECTION.
       01  CUSTOMER-COPY.
      ******************************************************************
      * MAIN-PARA dispatches on L-TRANS-CODE the same way TCSCUSC1
      * does, so a caller drives exactly one of insert/update/close per
      * CALL instead of execution falling through every paragraph in
      * the file. The operator's entitlement is checked first, as
      * TCSCUSC1 does.
       MAIN-PARA.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           EVALUATE TRUE
              WHEN CUST-RETURN-CODE = CUSTOMER-NOTENTITLED
                 DISPLAY '(TCSCUSCR) REQUEST REFUSED. REASON='
                   L-CUSTOMER-REASON
              WHEN L-TRANS-UPDATE
                 PERFORM UPDATE-CUSTOMER
              WHEN L-TRANS-CLOSE
           END-EVALUATE.
           EXIT PROGRAM.
      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether
      * L-OPERATOR-USERID may drive this transaction code; anything
      * not dispatched elsewhere is a create and is checked as one.
      * A refusal comes back already written to
      * CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           MOVE CUSTOMER-OPERSUCC TO CUST-RETURN-CODE.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE L-OPERATOR-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'TCSCUSCR' TO CBSEN-PROGRAM-NAME.
           IF L-TRANS-UPDATE OR L-TRANS-CLOSE
              MOVE L-TRANS-CODE TO CBSEN-FUNCTION-CODE
           ELSE
              MOVE WK-TRANS-CREATE TO CBSEN-FUNCTION-CODE
           END-IF.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              MOVE CUSTOMER-NOTENTITLED TO CUST-RETURN-CODE
              MOVE 0 TO L-CUSTOMER-SQLCODE
              MOVE CBSEN-REASON TO L-CUSTOMER-REASON
           END-IF.
      ******************************************************************
      * PROGRAM NAME : Program:COBOL:TCSCUSCR
      * PROGRAM PATH : .../zOS Cobol/TCSCUSCR.cbl
      * STMT START LINE NUMBER : 220
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM CHECK-DUPLICATE-CUSTOMER
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM SCREEN-APPLICANT
           END-IF.
           IF CUST-RETURN-CODE = CUSTOMER-OPERSUCC
              PERFORM GET-CUSTOMER-ID-AND-INSERT
           END-IF.
                ROLLBACK
           END-EXEC.
      ******************************************************************
      * SCREEN-APPLICANT runs the applicant past the sanctions and
      * watch lists (TCSCSANS) once the duplicate check has passed; a
      * possible match, already parked for compliance, refuses the
      * insert.
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
      * GET-CUSTOMER-ID-AND-INSERT.
      * CUSTOMER-ID is assigned from the DB2 identity/sequence
      * CUSTOMER_SEQ instead of COUNT(*), so deletes and partial batch
      * customer with live accounts was only caught days later by
      * CBSXREF. With L-CLOSE-CASCADE set the close instead
      * deregisters those accounts first through the existing CBSBSDG
      * logic. Accounts held jointly or as authorised signatory on
      * CBS_ACCT_PARTY count as held, so a joint holder cannot be
      * closed while they still co-own a live account, and the
      * cascade leaves co-owned accounts open for the other parties.
       CHECK-OPEN-ACCOUNTS.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-ACCT-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND ( A.CUSTOMER_ID = :CUSTOMER-ID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :CUSTOMER-ID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-OPEN-ACCT-COUNT
                  FROM CBS_ACCT_MSTR_DTL A
                 WHERE A.ACCOUNT_STATUS = :ACCT-STATUS-ACTIVE
                   AND ( A.CUSTOMER_ID = :CUSTOMER-ID
                      OR EXISTS
                         ( SELECT 1 FROM CBS_ACCT_PARTY P
                            WHERE P.ACCOUNT_NUMBER = A.ACCOUNT_NUMBER
                              AND P.CUID = :CUSTOMER-ID
                              AND P.PARTY_STATUS = :WK-PARTY-ACTIVE ) )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE CUSTOMER-DB2FAIL TO CUST-RETURN-CODE
