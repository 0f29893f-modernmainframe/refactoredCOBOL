      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGQTEADD
      ******************************************************************
      * QUOTE-CREATE. LGHOURAT, LGMOTRAT and LGCOMRAT could only price
      * a risk that already existed as a POLICY and its detail row, so
      * a broker wanting a price created a real policy and cancelled
      * it - leaving commission on LGBRKCOM's statement, a written-
      * premium row on PREMIUM_TAX_DTL and a schedule through LGDOCPRD
      * for business that was never written. This keeps the proposed
      * risk on INS_QUOTE instead and prices it there:
      *
      *  - the customer must be on the GenApp CUSTOMER table and a
      *    nonzero BROKERID must be an active BROKER_MSTR row, as
      *    LGPOLADD requires of a policy - a quote that could never
      *    be bound is refused where it enters;
      *  - QUOTENUMBER comes from QUOTE_SEQ (the POLICY_SEQ pattern)
      *    and the price holds WK-QUOTE-VALID-DAYS days from today;
      *  - the quote row is inserted and the line's own rater is
      *    CALLed in quote mode against it, so a quote is priced by
      *    exactly the rules a policy would be. The premium is kept on
      *    the row ('Q'); a risk the rater refuses is kept as
      *    declined ('D') with its reason, so the broker's decline
      *    count is honest in LGQTEEXP's conversion report.
      *
      * No POLICY, tax or commission row is touched. LGQTEINQ answers
      * the broker's enquiry and LGQTECNV binds an accepted quote.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns
      * LG-QADD-NOT-ENTITLED with the attempt already on the staff
      * security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQTEADD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WK-ACTIVE-YES                PIC X(1) VALUE 'Y'.
      * Days a quoted price holds.
       01 WK-QUOTE-VALID-DAYS          PIC 9(3) VALUE 030.
       01 WK-CONSTANTS.
          05 WK-QUOTE-QUOTED          PIC X(1) VALUE 'Q'.
          05 WK-QUOTE-DECLINED        PIC X(1) VALUE 'D'.
          05 WK-FN-QUOTE              PIC X(1) VALUE 'Q'.
           COPY LGHOURES.
           COPY LGMOTRES.
           COPY LGCOMRES.
      * PATH : .../Cobol Include/LGHOURES / LGMOTRES / LGCOMRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  LG-HOUSE-RATE-AREA.  01 LG-MOTOR-RATE-AREA.
      *01  LG-COMMERCIAL-RATE-AREA.
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
           COPY LGQTEREQ.
      * PATH : .../Cobol Include/LGQTEREQ
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-QUOTE-ADD-AREA.

       PROCEDURE DIVISION USING LG-QUOTE-ADD-AREA.
       MAIN-PARA.
           SET LG-QADD-SUCCESS TO TRUE.
           MOVE SPACES TO LG-QADD-REASON.
           MOVE 0 TO LG-QADD-QUOTENUMBER.
           MOVE 0 TO LG-QADD-PREMIUM.
           MOVE SPACES TO LG-QADD-VALID-TO-DATE.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LG-QADD-SUCCESS
              EXIT PROGRAM
           END-IF.
           IF NOT LG-QADD-HOUSE AND NOT LG-QADD-MOTOR
              AND NOT LG-QADD-COMMERCIAL
              SET LG-QADD-BADTYPE TO TRUE
              MOVE 'INVALID POLICY TYPE FOR QUOTE' TO LG-QADD-REASON
           ELSE
              PERFORM VALIDATE-QUOTE-CUSTOMER
           END-IF.
           IF LG-QADD-SUCCESS AND LG-QADD-BROKERID > 0
              PERFORM VALIDATE-QUOTE-BROKER
           END-IF.
           IF LG-QADD-SUCCESS
              PERFORM GET-QUOTE-NUMBER-AND-INSERT
           END-IF.
           IF LG-QADD-SUCCESS
              PERFORM RATE-QUOTED-RISK
           END-IF.
           IF LG-QADD-SUCCESS OR LG-QADD-DECLINED
              PERFORM RECORD-QUOTE-OUTCOME
           END-IF.
           IF LG-QADD-SUCCESS OR LG-QADD-DECLINED
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
           MOVE LG-QADD-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGQTEADD' TO CBSEN-PROGRAM-NAME.
           MOVE WK-FN-QUOTE TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LG-QADD-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LG-QADD-REASON
           END-IF.

      ******************************************************************
       VALIDATE-QUOTE-CUSTOMER.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-CUSTOMER-COUNT
                  FROM CUSTOMER
                 WHERE CUSTOMERNUMBER = :LG-QADD-CUSTOMERNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-QADD-DB2FAIL TO TRUE
              MOVE 'CUSTOMER LOOKUP FAILED' TO LG-QADD-REASON
              DISPLAY '(LGQTEADD) CUSTOMER LOOKUP FAILED. SQLCODE='
                SQLCODE
           ELSE
              IF WS-CUSTOMER-COUNT = 0
                 SET LG-QADD-CUST-NOTFOUND TO TRUE
                 MOVE 'CUSTOMER NOT FOUND' TO LG-QADD-REASON
              END-IF
           END-IF.

      ******************************************************************
      * VALIDATE-QUOTE-BROKER refuses the quote when the carried
      * BROKERID has no active BROKER_MSTR row - LGPOLADD's rule.
       VALIDATE-QUOTE-BROKER.
           MOVE LG-QADD-BROKERID TO BK-BROKERID.
           EXEC SQL
                SELECT ACTIVE_FLAG
                  INTO :BK-ACTIVE-FLAG
                  FROM BROKER_MSTR
                 WHERE BROKERID = :BK-BROKERID
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET LG-QADD-BROKER-INVALID TO TRUE
                 MOVE 'BROKER NOT ON BROKER MASTER'
                   TO LG-QADD-REASON
              WHEN SQLCODE NOT = 0
                 SET LG-QADD-DB2FAIL TO TRUE
                 MOVE 'BROKER LOOKUP FAILED' TO LG-QADD-REASON
                 DISPLAY '(LGQTEADD) BROKER LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN BK-ACTIVE-FLAG NOT = WK-ACTIVE-YES
                 SET LG-QADD-BROKER-INVALID TO TRUE
                 MOVE 'BROKER IS RETIRED' TO LG-QADD-REASON
           END-EVALUATE.

      ******************************************************************
      * GET-QUOTE-NUMBER-AND-INSERT assigns QUOTENUMBER from QUOTE_SEQ
      * and the validity date, and inserts the unpriced quote row for
      * the rater to read. Only the quoted line's detail is carried.
       GET-QUOTE-NUMBER-AND-INSERT.
           EXEC SQL
                SELECT NEXT VALUE FOR QUOTE_SEQ,
                       CURRENT DATE,
                       CURRENT DATE + :WK-QUOTE-VALID-DAYS DAYS
                  INTO :QT-QUOTENUMBER, :QT-QUOTE-DATE,
                       :QT-VALID-TO-DATE
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-QADD-DB2FAIL TO TRUE
              MOVE 'QUOTE SEQUENCE FETCH FAILED' TO LG-QADD-REASON
              DISPLAY '(LGQTEADD) SEQUENCE FETCH FAILED. SQLCODE='
                SQLCODE
           ELSE
              PERFORM BUILD-QUOTE-ROW
              PERFORM INSERT-QUOTE-ROW
           END-IF.

      ******************************************************************
       BUILD-QUOTE-ROW.
           MOVE LG-QADD-CUSTOMERNUMBER TO QT-CUSTOMERNUMBER.
           MOVE LG-QADD-POLICYTYPE     TO QT-POLICYTYPE.
           MOVE LG-QADD-BROKERID       TO QT-BROKERID.
           MOVE LG-QADD-BROKERSREF     TO QT-BROKERSREFERENCE.
           MOVE WK-QUOTE-QUOTED        TO QT-QUOTE-STATUS.
           MOVE 0                      TO QT-PREMIUM.
           MOVE SPACES                 TO QT-DECLINE-REASON.
           MOVE 0                      TO QT-POLICYNUMBER.
           MOVE LG-QADD-UPD-USERID     TO QT-UPD-USERID.
           MOVE SPACES TO QT-H-PROPERTYTYPE QT-H-HOUSENAME
                          QT-H-HOUSENUMBER QT-H-POSTCODE
                          QT-M-MAKE QT-M-MODEL QT-M-REGNUMBER
                          QT-M-COLOUR QT-M-YEAROFMANUFACTURE
                          QT-B-ZIPCODE QT-B-PROPERTYTYPE.
           MOVE 0 TO QT-H-BEDROOMS QT-H-VALUE QT-M-VALUE QT-M-CC
                     QT-M-ACCIDENTS.
           EVALUATE TRUE
              WHEN LG-QADD-HOUSE
                 MOVE LG-QADD-H-PROPERTYTYPE TO QT-H-PROPERTYTYPE
                 MOVE LG-QADD-H-BEDROOMS     TO QT-H-BEDROOMS
                 MOVE LG-QADD-H-VALUE        TO QT-H-VALUE
                 MOVE LG-QADD-H-HOUSENAME    TO QT-H-HOUSENAME
                 MOVE LG-QADD-H-HOUSENUMBER  TO QT-H-HOUSENUMBER
                 MOVE LG-QADD-H-POSTCODE     TO QT-H-POSTCODE
              WHEN LG-QADD-MOTOR
                 MOVE LG-QADD-M-MAKE         TO QT-M-MAKE
                 MOVE LG-QADD-M-MODEL        TO QT-M-MODEL
                 MOVE LG-QADD-M-VALUE        TO QT-M-VALUE
                 MOVE LG-QADD-M-REGNUMBER    TO QT-M-REGNUMBER
                 MOVE LG-QADD-M-COLOUR       TO QT-M-COLOUR
                 MOVE LG-QADD-M-CC           TO QT-M-CC
                 MOVE LG-QADD-M-MANUFACTURED TO QT-M-YEAROFMANUFACTURE
                 MOVE LG-QADD-M-ACCIDENTS    TO QT-M-ACCIDENTS
              WHEN LG-QADD-COMMERCIAL
                 MOVE LG-QADD-B-ZIPCODE      TO QT-B-ZIPCODE
                 MOVE LG-QADD-B-PROPERTYTYPE TO QT-B-PROPERTYTYPE
           END-EVALUATE.

      ******************************************************************
       INSERT-QUOTE-ROW.
           EXEC SQL
                INSERT INTO INS_QUOTE
                       ( QUOTENUMBER , CUSTOMERNUMBER , POLICYTYPE ,
                         BROKERID , BROKERSREFERENCE , QUOTE_DATE ,
                         VALID_TO_DATE , QUOTE_STATUS , PREMIUM ,
                         DECLINE_REASON , POLICYNUMBER ,
                         H_PROPERTYTYPE , H_BEDROOMS , H_VALUE ,
                         H_HOUSENAME , H_HOUSENUMBER , H_POSTCODE ,
                         M_MAKE , M_MODEL , M_VALUE , M_REGNUMBER ,
                         M_COLOUR , M_CC , M_YEAROFMANUFACTURE ,
                         M_ACCIDENTS , B_ZIPCODE , B_PROPERTYTYPE ,
                         UPD_USERID , UPD_TIMESTAMP )
                VALUES
                       ( :QT-QUOTENUMBER , :QT-CUSTOMERNUMBER ,
                         :QT-POLICYTYPE , :QT-BROKERID ,
                         :QT-BROKERSREFERENCE , :QT-QUOTE-DATE ,
                         :QT-VALID-TO-DATE , :QT-QUOTE-STATUS ,
                         :QT-PREMIUM , :QT-DECLINE-REASON ,
                         :QT-POLICYNUMBER ,
                         :QT-H-PROPERTYTYPE , :QT-H-BEDROOMS ,
                         :QT-H-VALUE , :QT-H-HOUSENAME ,
                         :QT-H-HOUSENUMBER , :QT-H-POSTCODE ,
                         :QT-M-MAKE , :QT-M-MODEL , :QT-M-VALUE ,
                         :QT-M-REGNUMBER , :QT-M-COLOUR , :QT-M-CC ,
                         :QT-M-YEAROFMANUFACTURE , :QT-M-ACCIDENTS ,
                         :QT-B-ZIPCODE , :QT-B-PROPERTYTYPE ,
                         :QT-UPD-USERID , CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-QADD-DB2FAIL TO TRUE
              MOVE 'QUOTE INSERT FAILED' TO LG-QADD-REASON
              DISPLAY '(LGQTEADD) QUOTE INSERT FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
      * RATE-QUOTED-RISK CALLs the line's rater in quote mode against
      * the row just inserted. A rater refusal is a declined quote,
      * not a failure; anything else the rater reports fails the
      * create.
       RATE-QUOTED-RISK.
           EVALUATE TRUE
              WHEN LG-QADD-HOUSE
                 PERFORM RATE-HOUSE-QUOTE
              WHEN LG-QADD-MOTOR
                 PERFORM RATE-MOTOR-QUOTE
              WHEN LG-QADD-COMMERCIAL
                 PERFORM RATE-COMMERCIAL-QUOTE
           END-EVALUATE.

      ******************************************************************
       RATE-HOUSE-QUOTE.
           INITIALIZE LG-HOUSE-RATE-AREA.
           SET LG-HOU-RATE-QUOTE TO TRUE.
           MOVE QT-QUOTENUMBER TO LG-HOU-QUOTENUMBER.
           CALL 'LGHOURAT' USING LG-HOUSE-RATE-AREA.
           EVALUATE TRUE
              WHEN LG-HOU-SUCCESS
                 MOVE LG-HOU-PREMIUM TO QT-PREMIUM
              WHEN LG-HOU-REJECTED
                 SET LG-QADD-DECLINED TO TRUE
                 MOVE LG-HOU-REASON TO LG-QADD-REASON
              WHEN OTHER
                 SET LG-QADD-DB2FAIL TO TRUE
                 MOVE LG-HOU-REASON TO LG-QADD-REASON
           END-EVALUATE.

      ******************************************************************
       RATE-MOTOR-QUOTE.
           INITIALIZE LG-MOTOR-RATE-AREA.
           SET LG-MOT-RATE-QUOTE TO TRUE.
           MOVE QT-QUOTENUMBER TO LG-MOT-QUOTENUMBER.
           CALL 'LGMOTRAT' USING LG-MOTOR-RATE-AREA.
           EVALUATE TRUE
              WHEN LG-MOT-SUCCESS
                 MOVE LG-MOT-PREMIUM TO QT-PREMIUM
              WHEN LG-MOT-REJECTED
                 SET LG-QADD-DECLINED TO TRUE
                 MOVE LG-MOT-REASON TO LG-QADD-REASON
              WHEN OTHER
                 SET LG-QADD-DB2FAIL TO TRUE
                 MOVE LG-MOT-REASON TO LG-QADD-REASON
           END-EVALUATE.

      ******************************************************************
      * RATE-COMMERCIAL-QUOTE prices the quote as the four peril
      * premiums together, as LGPOLEND does for a commercial policy.
       RATE-COMMERCIAL-QUOTE.
           INITIALIZE LG-COMMERCIAL-RATE-AREA.
           SET LG-COM-RATE-QUOTE TO TRUE.
           MOVE QT-QUOTENUMBER TO LG-COM-QUOTENUMBER.
           CALL 'LGCOMRAT' USING LG-COMMERCIAL-RATE-AREA.
           EVALUATE TRUE
              WHEN LG-COM-SUCCESS
                 COMPUTE QT-PREMIUM = LG-COM-FIREPREMIUM
                         + LG-COM-CRIMEPREMIUM
                         + LG-COM-FLOODPREMIUM
                         + LG-COM-WEATHERPREMIUM
              WHEN LG-COM-REJECTED
                 SET LG-QADD-DECLINED TO TRUE
                 MOVE LG-COM-REASON TO LG-QADD-REASON
              WHEN OTHER
                 SET LG-QADD-DB2FAIL TO TRUE
                 MOVE LG-COM-REASON TO LG-QADD-REASON
           END-EVALUATE.

      ******************************************************************
      * RECORD-QUOTE-OUTCOME keeps the rated premium, or the decline
      * and its reason, on the quote row and hands them back.
       RECORD-QUOTE-OUTCOME.
           IF LG-QADD-DECLINED
              MOVE WK-QUOTE-DECLINED TO QT-QUOTE-STATUS
              MOVE 0 TO QT-PREMIUM
              MOVE LG-QADD-REASON TO QT-DECLINE-REASON
           END-IF.
           EXEC SQL
                UPDATE INS_QUOTE
                   SET QUOTE_STATUS = :QT-QUOTE-STATUS ,
                       PREMIUM = :QT-PREMIUM ,
                       DECLINE_REASON = :QT-DECLINE-REASON
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-QADD-DB2FAIL TO TRUE
              MOVE 'QUOTE PREMIUM UPDATE FAILED' TO LG-QADD-REASON
              DISPLAY '(LGQTEADD) QUOTE UPDATE FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE QT-QUOTENUMBER   TO LG-QADD-QUOTENUMBER
              MOVE QT-PREMIUM       TO LG-QADD-PREMIUM
              MOVE QT-VALID-TO-DATE TO LG-QADD-VALID-TO-DATE
              DISPLAY '(LGQTEADD) QUOTE RECORDED. NUMBER='
                QT-QUOTENUMBER ' STATUS=' QT-QUOTE-STATUS
           END-IF.
