      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGQTECNV
      ******************************************************************
      * QUOTE-CONVERT. Turns a quote the customer has accepted into a
      * policy through LGPOLADD - the one way a policy is created, so
      * the customer and broker checks, POLICY_SEQ numbering and the
      * PREMIUM_TAX_DTL written-premium row all apply exactly as for
      * business keyed direct - at the premium LGQTEADD quoted, not
      * re-rated:
      *
      *  - only a priced ('Q') quote still inside its validity date
      *    binds; a declined, expired or already-bound quote is
      *    refused, as is a broker accepting another broker's quote;
      *  - the policy starts today and runs one year; the quoted
      *    detail becomes the HOUSE or MOTOR row and the quoted
      *    premium its PAYMENT (and, for motor, MOTOR.PREMIUM). The
      *    broker's agreed COMMISSION_PCT is carried on the policy.
      *    LGPOLADD creates house, motor and endowment policies only,
      *    so a commercial quote is priced but bound by underwriting
      *    outside this path, and is refused here;
      *  - the quote is marked bound ('B') before LGPOLADD is CALLed.
      *    LGPOLADD commits or rolls back its own unit of work, which
      *    carries the mark with it - so a quote can never be bound
      *    twice, nor stay marked when the policy create failed. The
      *    new POLICYNUMBER is then recorded on the quote.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns
      * LG-QCNV-NOT-ENTITLED with the attempt already on the staff
      * security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQTECNV.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WS-EXPIRY-DATE               PIC X(10).
       01 WK-CONSTANTS.
          05 WK-QUOTE-QUOTED          PIC X(1) VALUE 'Q'.
          05 WK-QUOTE-BOUND           PIC X(1) VALUE 'B'.
          05 WK-FN-BIND               PIC X(1) VALUE 'B'.
      * Policy-create area for the LGPOLADD CALL - see LGPOLREQ.
           COPY LGPOLREQ.
      ******************************************************************
      * PATH : .../Cobol Include/LGQUOTE.cpy / LGBRKMS.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLINS-QUOTE.  01 DCLBROKER-MSTR.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE LGQUOTE
           END-EXEC.

           EXEC SQL
             INCLUDE LGBRKMS
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY LGQCNRES.
      * PATH : .../Cobol Include/LGQCNRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-QUOTE-CONVERT-AREA.

       PROCEDURE DIVISION USING LG-QUOTE-CONVERT-AREA.
       MAIN-PARA.
           SET LG-QCNV-SUCCESS TO TRUE.
           MOVE SPACES TO LG-QCNV-REASON.
           MOVE 0 TO LG-QCNV-POLICYNUMBER.
           MOVE 0 TO LG-QCNV-PREMIUM.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LG-QCNV-SUCCESS
              EXIT PROGRAM
           END-IF.
           PERFORM FETCH-ACCEPTED-QUOTE.
           IF LG-QCNV-SUCCESS
              PERFORM CHECK-QUOTE-BINDABLE
           END-IF.
           IF LG-QCNV-SUCCESS AND QT-BROKERID > 0
              PERFORM FETCH-BROKER-COMMISSION
           END-IF.
           IF LG-QCNV-SUCCESS
              PERFORM MARK-QUOTE-BOUND
           END-IF.
           IF LG-QCNV-SUCCESS
              PERFORM BIND-QUOTE-AS-POLICY
           END-IF.
           IF LG-QCNV-SUCCESS
              PERFORM RECORD-BOUND-POLICY
           END-IF.
           IF LG-QCNV-SUCCESS
              EXEC SQL
                   COMMIT
              END-EXEC
           ELSE
              EXEC SQL
                   ROLLBACK
              END-EXEC
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LG-QCNV-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGQTECNV' TO CBSEN-PROGRAM-NAME.
           MOVE WK-FN-BIND TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LG-QCNV-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LG-QCNV-REASON
           END-IF.

      ******************************************************************
      * FETCH-ACCEPTED-QUOTE reads the whole quote with today's date
      * and the policy's expiry a year on; another broker's quote is
      * treated as absent, as LGQTEINQ treats it.
       FETCH-ACCEPTED-QUOTE.
           MOVE LG-QCNV-QUOTENUMBER TO QT-QUOTENUMBER.
           EXEC SQL
                SELECT CUSTOMERNUMBER, POLICYTYPE, BROKERID,
                       BROKERSREFERENCE, VALID_TO_DATE, QUOTE_STATUS,
                       PREMIUM, H_PROPERTYTYPE, H_BEDROOMS, H_VALUE,
                       H_HOUSENAME, H_HOUSENUMBER, H_POSTCODE,
                       M_MAKE, M_MODEL, M_VALUE, M_REGNUMBER,
                       M_COLOUR, M_CC, M_YEAROFMANUFACTURE,
                       M_ACCIDENTS, CURRENT DATE,
                       CURRENT DATE + 1 YEAR
                  INTO :QT-CUSTOMERNUMBER, :QT-POLICYTYPE,
                       :QT-BROKERID, :QT-BROKERSREFERENCE,
                       :QT-VALID-TO-DATE, :QT-QUOTE-STATUS,
                       :QT-PREMIUM, :QT-H-PROPERTYTYPE,
                       :QT-H-BEDROOMS, :QT-H-VALUE, :QT-H-HOUSENAME,
                       :QT-H-HOUSENUMBER, :QT-H-POSTCODE,
                       :QT-M-MAKE, :QT-M-MODEL, :QT-M-VALUE,
                       :QT-M-REGNUMBER, :QT-M-COLOUR, :QT-M-CC,
                       :QT-M-YEAROFMANUFACTURE, :QT-M-ACCIDENTS,
                       :WS-TODAY, :WS-EXPIRY-DATE
                  FROM INS_QUOTE
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET LG-QCNV-NOTFOUND TO TRUE
                 MOVE 'QUOTE NOT FOUND' TO LG-QCNV-REASON
              WHEN SQLCODE NOT = 0
                 SET LG-QCNV-DB2FAIL TO TRUE
                 MOVE 'QUOTE LOOKUP FAILED' TO LG-QCNV-REASON
                 DISPLAY '(LGQTECNV) QUOTE LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN LG-QCNV-BROKERID > 0
                   AND QT-BROKERID NOT = LG-QCNV-BROKERID
                 SET LG-QCNV-NOTFOUND TO TRUE
                 MOVE 'QUOTE NOT FOUND' TO LG-QCNV-REASON
              WHEN OTHER
                 MOVE QT-PREMIUM TO LG-QCNV-PREMIUM
           END-EVALUATE.

      ******************************************************************
      * CHECK-QUOTE-BINDABLE refuses anything but a priced quote of a
      * line LGPOLADD creates, still inside its validity date.
       CHECK-QUOTE-BINDABLE.
           EVALUATE TRUE
              WHEN QT-QUOTE-STATUS NOT = WK-QUOTE-QUOTED
                 SET LG-QCNV-NOT-BINDABLE TO TRUE
                 MOVE 'QUOTE IS NOT OPEN FOR ACCEPTANCE'
                   TO LG-QCNV-REASON
              WHEN QT-VALID-TO-DATE < WS-TODAY
                 SET LG-QCNV-QUOTE-EXPIRED TO TRUE
                 MOVE 'QUOTE PAST ITS VALIDITY DATE - REQUOTE'
                   TO LG-QCNV-REASON
              WHEN QT-POLICYTYPE NOT = 'H' AND QT-POLICYTYPE NOT = 'M'
                 SET LG-QCNV-LINE-NOT-BINDABLE TO TRUE
                 MOVE 'COMMERCIAL QUOTE - BIND THROUGH UNDERWRITING'
                   TO LG-QCNV-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * FETCH-BROKER-COMMISSION picks up the broker's agreed rate for
      * the policy row; a broker gone from the master is left for
      * LGPOLADD to refuse.
       FETCH-BROKER-COMMISSION.
           MOVE 0 TO BK-COMMISSION-PCT.
           MOVE QT-BROKERID TO BK-BROKERID.
           EXEC SQL
                SELECT COMMISSION_PCT
                  INTO :BK-COMMISSION-PCT
                  FROM BROKER_MSTR
                 WHERE BROKERID = :BK-BROKERID
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              SET LG-QCNV-DB2FAIL TO TRUE
              MOVE 'BROKER LOOKUP FAILED' TO LG-QCNV-REASON
              DISPLAY '(LGQTECNV) BROKER LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * MARK-QUOTE-BOUND claims the quote while it is still 'Q'; no
      * row updated means another acceptance got there first.
       MARK-QUOTE-BOUND.
           MOVE LG-QCNV-UPD-USERID TO QT-UPD-USERID.
           EXEC SQL
                UPDATE INS_QUOTE
                   SET QUOTE_STATUS = :WK-QUOTE-BOUND ,
                       UPD_USERID = :QT-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
                   AND QUOTE_STATUS = :WK-QUOTE-QUOTED
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET LG-QCNV-NOT-BINDABLE TO TRUE
                 MOVE 'QUOTE IS NOT OPEN FOR ACCEPTANCE'
                   TO LG-QCNV-REASON
              WHEN OTHER
                 SET LG-QCNV-DB2FAIL TO TRUE
                 MOVE 'QUOTE STATUS UPDATE FAILED' TO LG-QCNV-REASON
                 DISPLAY '(LGQTECNV) QUOTE MARK FAILED. SQLCODE='
                   SQLCODE
           END-EVALUATE.

      ******************************************************************
      * BIND-QUOTE-AS-POLICY builds the policy from the quote and
      * CALLs LGPOLADD, which commits the policy and the quote's 'B'
      * mark together, or rolls both back.
       BIND-QUOTE-AS-POLICY.
           INITIALIZE LG-POLICY-ADD-AREA.
           MOVE QT-CUSTOMERNUMBER   TO LG-PADD-CUSTOMERNUMBER.
           MOVE QT-POLICYTYPE       TO LG-PADD-POLICYTYPE.
           MOVE WS-TODAY            TO LG-PADD-ISSUEDATE.
           MOVE WS-EXPIRY-DATE      TO LG-PADD-EXPIRYDATE.
           MOVE QT-BROKERID         TO LG-PADD-BROKERID.
           MOVE QT-BROKERSREFERENCE TO LG-PADD-BROKERSREF.
           MOVE QT-PREMIUM          TO LG-PADD-PAYMENT.
           IF QT-BROKERID > 0
              MOVE BK-COMMISSION-PCT TO LG-PADD-COMMISSION
           END-IF.
           IF LG-PADD-HOUSE
              MOVE QT-H-PROPERTYTYPE TO LG-PADD-H-PROPERTYTYPE
              MOVE QT-H-BEDROOMS     TO LG-PADD-H-BEDROOMS
              MOVE QT-H-VALUE        TO LG-PADD-H-VALUE
              MOVE QT-H-HOUSENAME    TO LG-PADD-H-HOUSENAME
              MOVE QT-H-HOUSENUMBER  TO LG-PADD-H-HOUSENUMBER
              MOVE QT-H-POSTCODE     TO LG-PADD-H-POSTCODE
           ELSE
              MOVE QT-M-MAKE         TO LG-PADD-M-MAKE
              MOVE QT-M-MODEL        TO LG-PADD-M-MODEL
              MOVE QT-M-VALUE        TO LG-PADD-M-VALUE
              MOVE QT-M-REGNUMBER    TO LG-PADD-M-REGNUMBER
              MOVE QT-M-COLOUR       TO LG-PADD-M-COLOUR
              MOVE QT-M-CC           TO LG-PADD-M-CC
              MOVE QT-M-YEAROFMANUFACTURE
                                     TO LG-PADD-M-MANUFACTURED
              MOVE QT-PREMIUM        TO LG-PADD-M-PREMIUM
              MOVE QT-M-ACCIDENTS    TO LG-PADD-M-ACCIDENTS
           END-IF.
           CALL 'LGPOLADD' USING LG-POLICY-ADD-AREA.
           EVALUATE TRUE
              WHEN LG-PADD-SUCCESS
                 MOVE LG-PADD-POLICYNUMBER TO LG-QCNV-POLICYNUMBER
              WHEN LG-PADD-DB2FAIL
                 SET LG-QCNV-DB2FAIL TO TRUE
                 MOVE LG-PADD-REASON TO LG-QCNV-REASON
              WHEN OTHER
                 SET LG-QCNV-POLICY-REFUSED TO TRUE
                 MOVE LG-PADD-REASON TO LG-QCNV-REASON
           END-EVALUATE.

      ******************************************************************
      * RECORD-BOUND-POLICY records the new policy against the quote.
      * The policy itself is already committed; if this fails the
      * quote stays bound without its number, and the caller is told
      * so with the policy number it needs.
       RECORD-BOUND-POLICY.
           MOVE LG-QCNV-POLICYNUMBER TO QT-POLICYNUMBER.
           EXEC SQL
                UPDATE INS_QUOTE
                   SET POLICYNUMBER = :QT-POLICYNUMBER ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-QCNV-DB2FAIL TO TRUE
              MOVE 'POLICY ADDED - QUOTE LINK NOT RECORDED'
                TO LG-QCNV-REASON
              DISPLAY '(LGQTECNV) QUOTE LINK FAILED. QUOTE='
                QT-QUOTENUMBER ' POLICY=' QT-POLICYNUMBER
                ' SQLCODE=' SQLCODE
           ELSE
              DISPLAY '(LGQTECNV) QUOTE BOUND. QUOTE=' QT-QUOTENUMBER
                ' POLICY=' QT-POLICYNUMBER
           END-IF.
