      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGPAYHLD
      ******************************************************************
      * PAYOUT-COOLING-OFF-HOLD. A change of address followed within
      * days by a claim settlement, cancellation refund or maturity
      * payout is the classic account-takeover pattern, and nothing
      * stopped the money following the new address. Linkage-
      * callable in the TCSCRMCK mold, this is the one check every
      * payout program (LGCLMSET, LGPOLCAN, LGENDSET) CALLs before it
      * writes an LGSETPAY payment instruction:
      *
      *  - the policy's CUSTOMERNUMBER is followed through its active
      *    CUST_ID_XREF link to the bank CUID, whose address changes
      *    TCSCUSC1 records on CUSTOMER_HIST (a customer with no
      *    active link has no recorded address change to check);
      *  - the insured's own address on the GenApp CUSTOMER row is
      *    checked too, whether or not the customer is linked:
      *    LGCUSMNT keeps its before-images on INS_CUSTOMER_HIST, and
      *    an update row inside the window whose HOUSENAME,
      *    HOUSENUMBER or POSTCODE differs from the row now held is
      *    an address move just as a bank one is;
      *  - the customer is in cooling-off when an update ('U')
      *    history row inside the last WS-COOLING-OFF-DAYS days
      *    carries an ADDRESS other than the one now held - that is,
      *    the update moved the address (a name-only update carries
      *    the current address in its before-image and is ignored);
      *  - in cooling-off, the payout goes on PAYOUT_REVIEW as held
      *    ('H') and the caller is told not to write the instruction.
      *    LGPAYRVR lists the held items and LGPAYRVD releases or
      *    rejects them.
      *
      * The cooling-off period is not compiled in: it is read from the
      * COOLOFF control card (LGPHLCTL) on the first CALL of a run and
      * kept for the rest of it. A missing or unreadable card returns
      * 16, so no payout goes out without the check being made.
      *
      * CBSACCLS makes the same test before paying a closing balance
      * out, with LG-PHL-MODE 'C': it passes the bank CUID, only that
      * customer's CUSTOMER_HIST is checked, and nothing is put on
      * PAYOUT_REVIEW - the closure is refused instead of held. The
      * period and the address test therefore live in one place.
      *
      * Nothing is committed here; the review row rides in the
      * caller's unit of work, so it stands or falls with the claim,
      * cancellation or maturity update it belongs to.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPAYHLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ******************************************************************
            SELECT COOLING-OFF-FILE ASSIGN TO COOLOFF
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS COOLOFF-STATUS.
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD COOLING-OFF-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 COOLING-OFF-FILEREC.
           COPY LGPHLCTL.
      * PATH : .../Cobol Include/LGPHLCTL
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 PC-COOLING-OFF-DAYS      PIC 9(3).

       WORKING-STORAGE SECTION.
       01 COOLOFF-STATUS               PIC X(02) VALUE SPACES.
          88 COOLOFF-STATUS-OK         VALUE '00'.
          88 COOLOFF-STATUS-EOF        VALUE '10'.
       01 WS-CHANGE-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LINKED-CUID               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-POLICY-CUSTOMERNUM        PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CHANGE-TIMESTAMP          PIC X(26) VALUE SPACES.
       01 WS-INS-CHANGE-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-INS-CHANGE-TIMESTAMP      PIC X(26) VALUE SPACES.
      * Days after an address change during which payouts are held,
      * from the COOLOFF control card - loaded once per run.
       01 WS-COOLING-OFF-DAYS          PIC 9(3) VALUE 0.
       01 WS-PERIOD-SWITCH             PIC X VALUE 'N'.
          88 WS-PERIOD-LOADED          VALUE 'Y'.
       01 WK-CONSTANTS.
          05 WK-LINK-ACTIVE           PIC X(1) VALUE 'A'.
          05 WK-CHANGE-UPDATE         PIC X(1) VALUE 'U'.
          05 WK-REVIEW-HELD           PIC X(1) VALUE 'H'.
      ******************************************************************
      * PATH : .../Cobol Include/LGPAYRVW.cpy / CBSIDXRF.cpy /
      *        LGCUSHST.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLPAYOUT-REVIEW.  01 DCLCUST-ID-XREF.
      *01  DCLINS-CUSTOMER-HIST.
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
             INCLUDE LGPAYRVW
           END-EXEC.

           EXEC SQL
             INCLUDE CBSIDXRF
           END-EXEC.

           EXEC SQL
             INCLUDE LGCUSHST
           END-EXEC.

       LINKAGE SECTION.
           COPY LGPHLRES.
      * PATH : .../Cobol Include/LGPHLRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-PAYOUT-HOLD-AREA.

       PROCEDURE DIVISION USING LG-PAYOUT-HOLD-AREA.
       MAIN-PARA.
           SET LG-PHL-PAY TO TRUE.
           IF NOT LG-PHL-CUSTOMER-CHECK
              MOVE 0 TO LG-PHL-CUID
           END-IF.
           MOVE SPACES TO LG-PHL-CHANGE-TIMESTAMP.
           MOVE SPACES TO LG-PHL-REASON.
           MOVE 0 TO WS-LINKED-CUID.
           MOVE SPACES TO WS-CHANGE-TIMESTAMP.
           IF NOT WS-PERIOD-LOADED
              PERFORM LOAD-COOLING-OFF-PERIOD
           END-IF.
           EVALUATE TRUE
              WHEN LG-PHL-DB2FAIL
                 CONTINUE
              WHEN LG-PHL-CUSTOMER-CHECK
                 MOVE LG-PHL-CUID TO WS-LINKED-CUID
                 PERFORM CHECK-RECENT-ADDRESS-CHANGE
              WHEN OTHER
                 PERFORM FIND-LINKED-CUSTOMER
                 IF LG-PHL-PAY AND WS-LINKED-CUID NOT = 0
                    PERFORM CHECK-RECENT-ADDRESS-CHANGE
                 END-IF
                 IF NOT LG-PHL-DB2FAIL
                    PERFORM CHECK-INSURED-ADDRESS-CHANGE
                 END-IF
                 IF LG-PHL-HELD
                    PERFORM RECORD-PAYOUT-REVIEW
                 END-IF
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * LOAD-COOLING-OFF-PERIOD reads the COOLOFF control card on the
      * first CALL of the run. The period stays loaded for later
      * CALLs; a card that cannot be read fails this CALL and is
      * tried again on the next.
       LOAD-COOLING-OFF-PERIOD.
           OPEN INPUT COOLING-OFF-FILE.
           IF NOT COOLOFF-STATUS-OK
              SET LG-PHL-DB2FAIL TO TRUE
              MOVE 'COOLING-OFF CONTROL CARD MISSING' TO LG-PHL-REASON
              DISPLAY '(LGPAYHLD) CANNOT OPEN COOLOFF. STATUS='
                COOLOFF-STATUS
           ELSE
              READ COOLING-OFF-FILE
                 AT END
                    SET COOLOFF-STATUS-EOF TO TRUE
              END-READ
              IF COOLOFF-STATUS-OK AND PC-COOLING-OFF-DAYS IS NUMERIC
                 MOVE PC-COOLING-OFF-DAYS TO WS-COOLING-OFF-DAYS
                 SET WS-PERIOD-LOADED TO TRUE
              ELSE
                 SET LG-PHL-DB2FAIL TO TRUE
                 MOVE 'COOLING-OFF CONTROL CARD INVALID'
                   TO LG-PHL-REASON
                 DISPLAY '(LGPAYHLD) COOLOFF CARD MISSING OR INVALID.'
                   ' STATUS=' COOLOFF-STATUS
              END-IF
              CLOSE COOLING-OFF-FILE
           END-IF.

      ******************************************************************
      * FIND-LINKED-CUSTOMER reads the policy's customer and follows
      * the active cross-reference to the bank CUID.
       FIND-LINKED-CUSTOMER.
           MOVE LG-PHL-POLICYNUMBER TO PV-POLICYNUMBER.
           EXEC SQL
                SELECT CUSTOMERNUMBER
                  INTO :WS-POLICY-CUSTOMERNUM
                  FROM POLICY
                 WHERE POLICYNUMBER = :PV-POLICYNUMBER
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-PHL-DB2FAIL TO TRUE
              MOVE 'POLICY CUSTOMER LOOKUP FAILED' TO LG-PHL-REASON
              DISPLAY '(LGPAYHLD) POLICY LOOKUP FAILED. POLICY='
                LG-PHL-POLICYNUMBER ' SQLCODE=' SQLCODE
           ELSE
              MOVE WS-POLICY-CUSTOMERNUM TO XR-CUSTOMERNUMBER
              EXEC SQL
                   SELECT COALESCE(MIN(CUID), 0)
                     INTO :WS-LINKED-CUID
                     FROM CUST_ID_XREF
                    WHERE CUSTOMERNUMBER = :XR-CUSTOMERNUMBER
                      AND LINK_STATUS = :WK-LINK-ACTIVE
              END-EXEC
              IF SQLCODE NOT = 0
                 SET LG-PHL-DB2FAIL TO TRUE
                 MOVE 'CUSTOMER LINK LOOKUP FAILED' TO LG-PHL-REASON
                 DISPLAY '(LGPAYHLD) XREF LOOKUP FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 MOVE WS-LINKED-CUID TO LG-PHL-CUID
              END-IF
           END-IF.

      ******************************************************************
      * CHECK-RECENT-ADDRESS-CHANGE counts update history rows inside
      * the cooling-off window whose before-image address differs
      * from the address now on the customer row, and returns the
      * latest of them.
       CHECK-RECENT-ADDRESS-CHANGE.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(CHAR(MAX(H.CHANGE_TIMESTAMP)), ' ')
                  INTO :WS-CHANGE-COUNT, :WS-CHANGE-TIMESTAMP
                  FROM CUSTOMER_HIST H,
                       LMTEST.CUSTOMER C
                 WHERE H.CUID = :WS-LINKED-CUID
                   AND C.CUID = H.CUID
                   AND H.CHANGE_TYPE = :WK-CHANGE-UPDATE
                   AND H.ADDRESS <> C.ADDRESS
                   AND H.CHANGE_TIMESTAMP >
                       CURRENT TIMESTAMP - :WS-COOLING-OFF-DAYS DAYS
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET LG-PHL-DB2FAIL TO TRUE
                 MOVE 'ADDRESS HISTORY LOOKUP FAILED' TO LG-PHL-REASON
                 DISPLAY '(LGPAYHLD) HISTORY LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN WS-CHANGE-COUNT = 0
                 CONTINUE
              WHEN OTHER
                 SET LG-PHL-HELD TO TRUE
                 MOVE WS-CHANGE-TIMESTAMP TO LG-PHL-CHANGE-TIMESTAMP
                 MOVE 'ADDRESS CHANGED IN COOLING-OFF - PAYOUT HELD'
                   TO LG-PHL-REASON
           END-EVALUATE.

      ******************************************************************
      * CHECK-INSURED-ADDRESS-CHANGE does the same for the insurance
      * side's own address: update rows on INS_CUSTOMER_HIST inside
      * the window whose house name, number or postcode differs from
      * the GenApp CUSTOMER row now held. The later of the two
      * changes is the one reported.
       CHECK-INSURED-ADDRESS-CHANGE.
           MOVE WS-POLICY-CUSTOMERNUM TO IH-CUSTOMERNUMBER.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(CHAR(MAX(H.CHANGE_TIMESTAMP)), ' ')
                  INTO :WS-INS-CHANGE-COUNT, :WS-INS-CHANGE-TIMESTAMP
                  FROM INS_CUSTOMER_HIST H,
                       CUSTOMER C
                 WHERE H.CUSTOMERNUMBER = :IH-CUSTOMERNUMBER
                   AND C.CUSTOMERNUMBER = H.CUSTOMERNUMBER
                   AND H.CHANGE_TYPE = :WK-CHANGE-UPDATE
                   AND ( H.HOUSENAME <> COALESCE(C.HOUSENAME, ' ')
                      OR H.HOUSENUMBER <> COALESCE(C.HOUSENUMBER, ' ')
                      OR H.POSTCODE <> COALESCE(C.POSTCODE, ' ') )
                   AND H.CHANGE_TIMESTAMP >
                       CURRENT TIMESTAMP - :WS-COOLING-OFF-DAYS DAYS
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET LG-PHL-DB2FAIL TO TRUE
                 MOVE 'INSURED ADDRESS HISTORY LOOKUP FAILED'
                   TO LG-PHL-REASON
                 DISPLAY '(LGPAYHLD) INSURED HISTORY LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-INS-CHANGE-COUNT = 0
                 CONTINUE
              WHEN OTHER
                 SET LG-PHL-HELD TO TRUE
                 IF WS-INS-CHANGE-TIMESTAMP > WS-CHANGE-TIMESTAMP
                    MOVE WS-INS-CHANGE-TIMESTAMP TO WS-CHANGE-TIMESTAMP
                 END-IF
                 MOVE WS-CHANGE-TIMESTAMP TO LG-PHL-CHANGE-TIMESTAMP
                 MOVE 'ADDRESS CHANGED IN COOLING-OFF - PAYOUT HELD'
                   TO LG-PHL-REASON
           END-EVALUATE.

      ******************************************************************
      * RECORD-PAYOUT-REVIEW puts the payout on the review list. A
      * failed insert fails the caller's payout rather than letting
      * the instruction go out unchecked.
       RECORD-PAYOUT-REVIEW.
           MOVE LG-PHL-PROGRAM-NAME     TO PV-SOURCE-PROGRAM.
           MOVE LG-PHL-CLAIMNUMBER      TO PV-CLAIMNUMBER.
           MOVE WS-POLICY-CUSTOMERNUM   TO PV-CUSTOMERNUMBER.
           MOVE WS-LINKED-CUID          TO PV-CUID.
           MOVE LG-PHL-AMOUNT           TO PV-AMOUNT.
           MOVE LG-PHL-VALUE-DATE       TO PV-VALUE-DATE.
           MOVE WS-CHANGE-TIMESTAMP     TO PV-ADDRESS-CHANGED-TS.
           MOVE WK-REVIEW-HELD          TO PV-REVIEW-STATUS.
           MOVE SPACES                  TO PV-REVIEW-USERID.
           MOVE SPACES                  TO PV-REVIEW-NOTE.
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                  INTO :PV-HELD-TIMESTAMP
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE PV-HELD-TIMESTAMP TO PV-REVIEW-TIMESTAMP.
           EXEC SQL
                INSERT INTO PAYOUT_REVIEW
                       ( SOURCE_PROGRAM ,
                         POLICYNUMBER ,
                         CLAIMNUMBER ,
                         CUSTOMERNUMBER ,
                         CUID ,
                         AMOUNT ,
                         VALUE_DATE ,
                         ADDRESS_CHANGED_TS ,
                         REVIEW_STATUS ,
                         HELD_TIMESTAMP ,
                         REVIEW_USERID ,
                         REVIEW_NOTE ,
                         REVIEW_TIMESTAMP )
                VALUES
                       ( :PV-SOURCE-PROGRAM ,
                         :PV-POLICYNUMBER ,
                         :PV-CLAIMNUMBER ,
                         :PV-CUSTOMERNUMBER ,
                         :PV-CUID ,
                         :PV-AMOUNT ,
                         :PV-VALUE-DATE ,
                         :PV-ADDRESS-CHANGED-TS ,
                         :PV-REVIEW-STATUS ,
                         :PV-HELD-TIMESTAMP ,
                         :PV-REVIEW-USERID ,
                         :PV-REVIEW-NOTE ,
                         :PV-REVIEW-TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              SET LG-PHL-DB2FAIL TO TRUE
              MOVE 'PAYOUT REVIEW INSERT FAILED' TO LG-PHL-REASON
              DISPLAY '(LGPAYHLD) REVIEW INSERT FAILED. SQLCODE='
                SQLCODE
           ELSE
              DISPLAY '(LGPAYHLD) PAYOUT HELD FOR REVIEW. POLICY='
                PV-POLICYNUMBER ' CLAIM=' PV-CLAIMNUMBER
                ' AMOUNT=' LG-PHL-AMOUNT ' CHANGED='
                PV-ADDRESS-CHANGED-TS
           END-IF.
