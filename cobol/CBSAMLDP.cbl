      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSAMLDP
      ******************************************************************
      * AML ALERT DISPOSITION. CBSAMLMN queues each monitoring hit as
      * an OPEN CBS_AML_ALERT row; the compliance analyst works it
      * through this program, linkage-callable in the CBSAPMNT mold:
      *
      *  - escalate 'E': the activity is suspicious and goes forward
      *    for a suspicious-activity report - status ESCALATED;
      *  - discount 'D': the activity is explained - status
      *    DISCOUNTED.
      *
      * Only an OPEN alert can be worked, and the analyst's note is
      * required either way - it is the record of why. The note and
      * the analyst's user id are stamped on the alert under the
      * UPD_TIMESTAMP read, so two analysts cannot work the same
      * alert at once. Each call is its own commit/rollback unit of
      * work.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns CBSML-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSAMLDP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WK-CONSTANTS.
          05 WK-ALERT-OPEN            PIC X(10) VALUE 'OPEN'.
          05 WK-ALERT-ESCALATED       PIC X(10) VALUE 'ESCALATED'.
          05 WK-ALERT-DISCOUNTED      PIC X(10) VALUE 'DISCOUNTED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSAMLAL.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCBS-AML-ALERT.
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
             INCLUDE CBSAMLAL
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CBSMLRES.
      * PATH : .../Cobol Include/CBSMLRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CBSML-DISPOSITION-AREA.

       PROCEDURE DIVISION USING CBSML-DISPOSITION-AREA.
       MAIN-PARA.
           SET CBSML-SUCCESS TO TRUE.
           MOVE SPACES TO CBSML-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT CBSML-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE SPACES TO CBSML-ALERT-STATUS.
           EVALUATE TRUE
              WHEN NOT CBSML-ACT-ESCALATE AND NOT CBSML-ACT-DISCOUNT
                 SET CBSML-BADREQUEST TO TRUE
                 MOVE 'INVALID ACTION CODE' TO CBSML-REASON
              WHEN CBSML-NOTE = SPACES
                 SET CBSML-NOTE-REQUIRED TO TRUE
                 MOVE 'DISPOSITION NOTE IS REQUIRED' TO CBSML-REASON
              WHEN CBSML-UPD-USERID = SPACES
                 SET CBSML-BADREQUEST TO TRUE
                 MOVE 'ANALYST USER ID IS REQUIRED' TO CBSML-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF CBSML-SUCCESS
              PERFORM FETCH-ALERT
           END-IF.
           IF CBSML-SUCCESS
              PERFORM UPDATE-ALERT-DISPOSITION
           END-IF.
           IF CBSML-SUCCESS
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
           MOVE CBSML-UPD-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'CBSAMLDP' TO CBSEN-PROGRAM-NAME.
           MOVE CBSML-ACTION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET CBSML-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO CBSML-REASON
           END-IF.

      ******************************************************************
      * FETCH-ALERT reads the alert and its UPD_TIMESTAMP; only an
      * OPEN alert can be worked.
       FETCH-ALERT.
           MOVE CBSML-ALERT-ID TO ML-ALERT-ID.
           EXEC SQL
                SELECT ALERT_STATUS, UPD_TIMESTAMP
                  INTO :ML-ALERT-STATUS, :ML-UPD-TIMESTAMP
                  FROM CBS_AML_ALERT
                 WHERE ALERT_ID = :ML-ALERT-ID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ML-ALERT-STATUS TO CBSML-ALERT-STATUS
                 IF ML-ALERT-STATUS NOT = WK-ALERT-OPEN
                    SET CBSML-ALERT-WORKED TO TRUE
                    MOVE 'ALERT HAS ALREADY BEEN WORKED'
                      TO CBSML-REASON
                 END-IF
              WHEN 100
                 SET CBSML-ALERT-NOTFOUND TO TRUE
                 MOVE 'ALERT NOT FOUND' TO CBSML-REASON
              WHEN OTHER
                 SET CBSML-DB2FAIL TO TRUE
                 MOVE 'ALERT LOOKUP FAILED' TO CBSML-REASON
           END-EVALUATE.

      ******************************************************************
      * UPDATE-ALERT-DISPOSITION stamps the new status, the note and
      * the analyst on the alert, provided nobody has touched it
      * since it was read.
       UPDATE-ALERT-DISPOSITION.
           IF CBSML-ACT-ESCALATE
              MOVE WK-ALERT-ESCALATED TO ML-ALERT-STATUS
           ELSE
              MOVE WK-ALERT-DISCOUNTED TO ML-ALERT-STATUS
           END-IF.
           MOVE CBSML-NOTE       TO ML-DISPOSITION-NOTE.
           MOVE CBSML-UPD-USERID TO ML-UPD-USERID.
           EXEC SQL
                UPDATE CBS_AML_ALERT
                   SET ALERT_STATUS = :ML-ALERT-STATUS ,
                       DISPOSITION_NOTE = :ML-DISPOSITION-NOTE ,
                       UPD_USERID = :ML-UPD-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ALERT_ID = :ML-ALERT-ID
                   AND ALERT_STATUS = :WK-ALERT-OPEN
                   AND UPD_TIMESTAMP = :ML-UPD-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 MOVE ML-ALERT-STATUS TO CBSML-ALERT-STATUS
              WHEN 100
                 SET CBSML-ALERT-CHANGED TO TRUE
                 MOVE 'ALERT CHANGED BY ANOTHER USER' TO CBSML-REASON
              WHEN OTHER
                 SET CBSML-DB2FAIL TO TRUE
                 MOVE 'ALERT UPDATE FAILED' TO CBSML-REASON
           END-EVALUATE.
