      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGRITMNT
      ******************************************************************
      * RI-TREATY-MAINTAIN, the LGBRKMNT mold applied to RI_TREATY.
      * Large COMMERCIAL and HOUSE risks are reinsured under a quota
      * share and a surplus treaty, but the terms lived on paper and
      * nothing here knew a risk was ceded at all. This places a
      * treaty, changes an active treaty's terms, or closes it
      * (TREATY_STATUS to 'C' - the row is never deleted, so the
      * cessions already made against it keep a valid reference for
      * LGRIRCV's recoveries and LGRIBORD's bordereau).
      *
      * The terms are checked on add and terms alike: a type of 'Q'
      * quota share or 'S' surplus, a line of 'C' commercial or 'H'
      * house, a quota share percentage above 0 and no more than 100,
      * a surplus retention above zero, a line limit above zero and
      * an expiry after the effective date. Only one active treaty of
      * a type may cover a line on any date - LGRICESS would not know
      * which to cede to - so an overlapping period is refused.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns LG-RIT-NOT-
      * ENTITLED with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRITMNT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-OVERLAP-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DATES-IN-ORDER            PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-STATUS-ACTIVE         PIC X(1) VALUE 'A'.
          05 WK-STATUS-CLOSED         PIC X(1) VALUE 'C'.
      ******************************************************************
      * PATH : .../Cobol Include/LGRITRT.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLRI-TREATY.
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
             INCLUDE LGRITRT
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY LGRITRES.
      * PATH : .../Cobol Include/LGRITRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-RI-TREATY-MAINT-AREA.

       PROCEDURE DIVISION USING LG-RI-TREATY-MAINT-AREA.
       MAIN-PARA.
           SET LG-RIT-SUCCESS TO TRUE.
           MOVE SPACES TO LG-RIT-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT LG-RIT-SUCCESS
              EXIT PROGRAM
           END-IF.
           EVALUATE TRUE
              WHEN LG-RIT-FN-ADD
                 PERFORM ADD-TREATY
              WHEN LG-RIT-FN-TERMS
                 PERFORM CHANGE-TREATY-TERMS
              WHEN LG-RIT-FN-CLOSE
                 PERFORM CLOSE-TREATY
              WHEN OTHER
                 SET LG-RIT-BADFUNCTION TO TRUE
                 MOVE 'INVALID FUNCTION CODE' TO LG-RIT-REASON
           END-EVALUATE.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE LG-RIT-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'LGRITMNT' TO CBSEN-PROGRAM-NAME.
           MOVE LG-RIT-FUNCTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET LG-RIT-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO LG-RIT-REASON
           END-IF.

      ******************************************************************
      * CHECK-TREATY-TERMS validates the terms in TY- against the
      * treaty's type, then refuses a period overlapping another
      * active treaty of the same type on the same line.
       CHECK-TREATY-TERMS.
           EVALUATE TRUE
              WHEN TY-TREATY-TYPE NOT = 'Q'
                   AND TY-TREATY-TYPE NOT = 'S'
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'TREATY TYPE MUST BE Q OR S' TO LG-RIT-REASON
              WHEN TY-POLICYTYPE NOT = 'C'
                   AND TY-POLICYTYPE NOT = 'H'
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'TREATY LINE MUST BE C OR H' TO LG-RIT-REASON
              WHEN TY-REINSURER-NAME = SPACES
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'REINSURER NAME REQUIRED' TO LG-RIT-REASON
              WHEN TY-TREATY-TYPE = 'Q'
                   AND ( TY-CESSION-PCT NOT > 0
                         OR TY-CESSION-PCT > 100 )
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'CESSION PCT OUT OF RANGE' TO LG-RIT-REASON
              WHEN TY-TREATY-TYPE = 'S'
                   AND TY-RETENTION-AMOUNT NOT > 0
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'SURPLUS RETENTION MUST BE ABOVE ZERO'
                   TO LG-RIT-REASON
              WHEN TY-LINE-LIMIT NOT > 0
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'LINE LIMIT MUST BE ABOVE ZERO' TO LG-RIT-REASON
           END-EVALUATE.
           IF LG-RIT-SUCCESS
              PERFORM CHECK-TREATY-PERIOD
           END-IF.

      ******************************************************************
       CHECK-TREATY-PERIOD.
           EXEC SQL
                SELECT DAYS(DATE(:TY-EXPIRY-DATE))
                       - DAYS(DATE(:TY-EFFECTIVE-DATE))
                  INTO :WS-DATES-IN-ORDER
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'TREATY DATES ARE NOT VALID DATES'
                   TO LG-RIT-REASON
              WHEN WS-DATES-IN-ORDER NOT > 0
                 SET LG-RIT-VALIDFAIL TO TRUE
                 MOVE 'EXPIRY MUST FOLLOW EFFECTIVE DATE'
                   TO LG-RIT-REASON
           END-EVALUATE.
           IF LG-RIT-SUCCESS
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-OVERLAP-COUNT
                     FROM RI_TREATY
                    WHERE TREATY_TYPE = :TY-TREATY-TYPE
                      AND POLICYTYPE = :TY-POLICYTYPE
                      AND TREATY_STATUS = :WK-STATUS-ACTIVE
                      AND TREATY_ID <> :TY-TREATY-ID
                      AND EFFECTIVE_DATE <= :TY-EXPIRY-DATE
                      AND EXPIRY_DATE >= :TY-EFFECTIVE-DATE
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    SET LG-RIT-DB2FAIL TO TRUE
                    MOVE 'TREATY OVERLAP CHECK FAILED'
                      TO LG-RIT-REASON
                    DISPLAY '(LGRITMNT) OVERLAP CHECK FAILED. SQLCODE='
                      SQLCODE
                 WHEN WS-OVERLAP-COUNT > 0
                    SET LG-RIT-VALIDFAIL TO TRUE
                    MOVE 'OVERLAPS AN ACTIVE TREATY OF THIS TYPE'
                      TO LG-RIT-REASON
              END-EVALUATE
           END-IF.

      ******************************************************************
       ADD-TREATY.
           MOVE LG-RIT-TREATY-ID         TO TY-TREATY-ID.
           MOVE LG-RIT-TREATY-TYPE       TO TY-TREATY-TYPE.
           MOVE LG-RIT-POLICYTYPE        TO TY-POLICYTYPE.
           MOVE LG-RIT-REINSURER-NAME    TO TY-REINSURER-NAME.
           MOVE LG-RIT-RETENTION-AMOUNT  TO TY-RETENTION-AMOUNT.
           MOVE LG-RIT-CESSION-PCT       TO TY-CESSION-PCT.
           MOVE LG-RIT-LINE-LIMIT        TO TY-LINE-LIMIT.
           MOVE LG-RIT-EFFECTIVE-DATE    TO TY-EFFECTIVE-DATE.
           MOVE LG-RIT-EXPIRY-DATE       TO TY-EXPIRY-DATE.
           MOVE WK-STATUS-ACTIVE         TO TY-TREATY-STATUS.
           MOVE LG-RIT-UPD-USERID        TO TY-UPD-USERID.
           IF TY-TREATY-ID = SPACES
              SET LG-RIT-VALIDFAIL TO TRUE
              MOVE 'TREATY ID REQUIRED' TO LG-RIT-REASON
           ELSE
              PERFORM CHECK-TREATY-TERMS
           END-IF.
           IF LG-RIT-SUCCESS
              EXEC SQL
                   INSERT INTO RI_TREATY
                          ( TREATY_ID ,
                            TREATY_TYPE ,
                            POLICYTYPE ,
                            REINSURER_NAME ,
                            RETENTION_AMOUNT ,
                            CESSION_PCT ,
                            LINE_LIMIT ,
                            EFFECTIVE_DATE ,
                            EXPIRY_DATE ,
                            TREATY_STATUS ,
                            UPD_USERID ,
                            UPD_TIMESTAMP )
                   VALUES
                          ( :TY-TREATY-ID ,
                            :TY-TREATY-TYPE ,
                            :TY-POLICYTYPE ,
                            :TY-REINSURER-NAME ,
                            :TY-RETENTION-AMOUNT ,
                            :TY-CESSION-PCT ,
                            :TY-LINE-LIMIT ,
                            :TY-EFFECTIVE-DATE ,
                            :TY-EXPIRY-DATE ,
                            :TY-TREATY-STATUS ,
                            :TY-UPD-USERID ,
                            CURRENT TIMESTAMP )
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    DISPLAY '(LGRITMNT) TREATY ADDED. ID='
                      TY-TREATY-ID
                 WHEN -803
                    SET LG-RIT-DUPLICATE TO TRUE
                    MOVE 'TREATY ID ALREADY EXISTS' TO LG-RIT-REASON
                 WHEN OTHER
                    SET LG-RIT-DB2FAIL TO TRUE
                    MOVE 'TREATY INSERT FAILED' TO LG-RIT-REASON
                    DISPLAY '(LGRITMNT) INSERT FAILED. SQLCODE='
                      SQLCODE
              END-EVALUATE
           END-IF.

      ******************************************************************
      * CHANGE-TREATY-TERMS reads the active treaty for its fixed
      * type, line and effective date, lays the new terms over them
      * and re-checks the whole before updating.
       CHANGE-TREATY-TERMS.
           MOVE LG-RIT-TREATY-ID TO TY-TREATY-ID.
           EXEC SQL
                SELECT TREATY_TYPE, POLICYTYPE, EFFECTIVE_DATE
                  INTO :TY-TREATY-TYPE, :TY-POLICYTYPE,
                       :TY-EFFECTIVE-DATE
                  FROM RI_TREATY
                 WHERE TREATY_ID = :TY-TREATY-ID
                   AND TREATY_STATUS = :WK-STATUS-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 SET LG-RIT-NOTFOUND TO TRUE
                 MOVE 'TREATY NOT FOUND OR CLOSED' TO LG-RIT-REASON
              WHEN OTHER
                 SET LG-RIT-DB2FAIL TO TRUE
                 MOVE 'TREATY LOOKUP FAILED' TO LG-RIT-REASON
                 DISPLAY '(LGRITMNT) LOOKUP FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.
           IF LG-RIT-SUCCESS
              MOVE LG-RIT-REINSURER-NAME   TO TY-REINSURER-NAME
              MOVE LG-RIT-RETENTION-AMOUNT TO TY-RETENTION-AMOUNT
              MOVE LG-RIT-CESSION-PCT      TO TY-CESSION-PCT
              MOVE LG-RIT-LINE-LIMIT       TO TY-LINE-LIMIT
              MOVE LG-RIT-EXPIRY-DATE      TO TY-EXPIRY-DATE
              MOVE LG-RIT-UPD-USERID       TO TY-UPD-USERID
              PERFORM CHECK-TREATY-TERMS
           END-IF.
           IF LG-RIT-SUCCESS
              EXEC SQL
                   UPDATE RI_TREATY
                      SET REINSURER_NAME = :TY-REINSURER-NAME ,
                          RETENTION_AMOUNT = :TY-RETENTION-AMOUNT ,
                          CESSION_PCT = :TY-CESSION-PCT ,
                          LINE_LIMIT = :TY-LINE-LIMIT ,
                          EXPIRY_DATE = :TY-EXPIRY-DATE ,
                          UPD_USERID = :TY-UPD-USERID ,
                          UPD_TIMESTAMP = CURRENT TIMESTAMP
                    WHERE TREATY_ID = :TY-TREATY-ID
                      AND TREATY_STATUS = :WK-STATUS-ACTIVE
              END-EXEC
              IF SQLCODE NOT = 0
                 SET LG-RIT-DB2FAIL TO TRUE
                 MOVE 'TREATY TERMS UPDATE FAILED' TO LG-RIT-REASON
                 DISPLAY '(LGRITMNT) UPDATE FAILED. SQLCODE='
                   SQLCODE
              ELSE
                 DISPLAY '(LGRITMNT) TREATY TERMS CHANGED. ID='
                   TY-TREATY-ID
              END-IF
           END-IF.

      ******************************************************************
       CLOSE-TREATY.
           MOVE LG-RIT-TREATY-ID  TO TY-TREATY-ID.
           MOVE LG-RIT-UPD-USERID TO TY-UPD-USERID.
           EXEC SQL
                UPDATE RI_TREATY
                   SET TREATY_STATUS = :WK-STATUS-CLOSED ,
                       UPD_USERID = :TY-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE TREATY_ID = :TY-TREATY-ID
                   AND TREATY_STATUS = :WK-STATUS-ACTIVE
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 DISPLAY '(LGRITMNT) TREATY CLOSED. ID=' TY-TREATY-ID
              WHEN 100
                 SET LG-RIT-NOTFOUND TO TRUE
                 MOVE 'TREATY NOT FOUND OR ALREADY CLOSED'
                   TO LG-RIT-REASON
              WHEN OTHER
                 SET LG-RIT-DB2FAIL TO TRUE
                 MOVE 'TREATY CLOSE FAILED' TO LG-RIT-REASON
                 DISPLAY '(LGRITMNT) UPDATE FAILED. SQLCODE=' SQLCODE
           END-EVALUATE.
