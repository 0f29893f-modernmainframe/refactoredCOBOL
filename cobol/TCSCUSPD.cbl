      * ruled the match a genuine household) or reject it as a true
      * duplicate, recording either disposition on the queue row.
      * Approve-and-insert is one commit/rollback unit of work, the
      * same boundary TCSCUSC1's create path draws. An approved
      * applicant is still screened against the sanctions and watch
      * lists (TCSCSANS) before the insert, like every create path; a
      * possible match moves the application to CUST_SCREEN_QUEUE and
      * closes the row here as 'S', handed to compliance screening.
      *
      * Before anything is read or changed the operator must be
      * entitled to the function on CBS_ROLE_ENTITLEMENT - the
      * shared CBSENTCK check - and a refusal returns PDQ-NOT-ENTITLED
      * with the attempt already on the staff security log.
      ******************************************************************

       IDENTIFICATION DIVISION.
      * Null indicator for DATE_OF_BIRTH: -1 when the queued
      * application carried no date of birth.
       01 WS-DOB-IND                   PIC S9(4) USAGE COMP.
       01 WK-SCREEN-USERID             PIC X(10) VALUE 'TCSCUSPD'.
      * Watch-list screen of the approved applicant - see TCSCSANS.
           COPY CUSTSNRS.
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
             INCLUDE CUSTPDQ
           END-EXEC.

      * Entitlement-check area for the CBSENTCK CALL - see CBSENRES.
           COPY CBSENRES.

       LINKAGE SECTION.
           COPY CUSTPDRS.
      * PATH : .../Cobol Include/CUSTPDRS
       MAIN-PARA.
           SET PDQ-SUCCESS TO TRUE.
           MOVE SPACES TO PDQ-REASON.
           PERFORM CHECK-OPERATOR-ENTITLEMENT.
           IF NOT PDQ-SUCCESS
              EXIT PROGRAM
           END-IF.
           MOVE 0 TO PDQ-NEW-CUID.
           PERFORM FETCH-QUEUED-APPLICATION.
           IF PDQ-SUCCESS
                    MOVE 'INVALID DECISION CODE' TO PDQ-REASON
              END-EVALUATE
           END-IF.
           IF PDQ-SUCCESS OR PDQ-SCREEN-PARKED
              PERFORM COMMIT-DISPOSITION
           ELSE
              PERFORM ROLLBACK-DISPOSITION
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-OPERATOR-ENTITLEMENT asks CBSENTCK whether the
      * operator may drive this function; a refusal comes back
      * already written to CBS_STAFF_SECURITY_LOG.
       CHECK-OPERATOR-ENTITLEMENT.
           INITIALIZE CBSEN-ENTITLEMENT-AREA.
           MOVE PDQ-REVIEW-USERID TO CBSEN-OPERATOR-USERID.
           MOVE 'TCSCUSPD' TO CBSEN-PROGRAM-NAME.
           MOVE PDQ-DECISION TO CBSEN-FUNCTION-CODE.
           CALL 'CBSENTCK' USING CBSEN-ENTITLEMENT-AREA.
           IF NOT CBSEN-ENTITLED
              SET PDQ-NOT-ENTITLED TO TRUE
              MOVE CBSEN-REASON TO PDQ-REASON
           END-IF.

      ******************************************************************
       FETCH-QUEUED-APPLICATION.
           MOVE PDQ-QUEUE-ID TO PD-QUEUE-ID.
      * row as approved. Insert failure backs the whole disposition
      * out and leaves the row pending.
       APPROVE-QUEUED-APPLICATION.
           PERFORM SCREEN-QUEUED-APPLICATION.
           IF PDQ-SUCCESS
              PERFORM CREATE-APPROVED-CUSTOMER
           END-IF.
           IF PDQ-SUCCESS
              MOVE 'A' TO PD-REVIEW-STATUS
              PERFORM MARK-QUEUE-ROW-REVIEWED
           END-IF.

      ******************************************************************
      * SCREEN-QUEUED-APPLICATION runs the approved applicant past the
      * sanctions and watch lists. On a possible match TCSCSANS has
      * already parked the application for compliance; the row here
      * is closed as 'S' so back office does not work it twice.
       SCREEN-QUEUED-APPLICATION.
           MOVE PD-APPL-CUSTNAME TO SNS-CUSTNAME.
           MOVE PD-APPL-ADDRESS  TO SNS-ADDRESS.
           MOVE PD-APPL-AGE      TO SNS-AGE.
           MOVE PD-APPL-DOB      TO SNS-DOB.
           MOVE 0                TO SNS-GUARDIAN-ID.
           MOVE WK-SCREEN-USERID TO SNS-QUEUE-USERID.
           CALL 'TCSCSANS' USING SNS-SCREEN-AREA.
           EVALUATE TRUE
              WHEN SNS-CLEAR
                 CONTINUE
              WHEN SNS-POSSIBLE-MATCH
                 MOVE 'S' TO PD-REVIEW-STATUS
                 PERFORM MARK-QUEUE-ROW-REVIEWED
                 IF PDQ-SUCCESS
                    SET PDQ-SCREEN-PARKED TO TRUE
                    MOVE SNS-REASON TO PDQ-REASON
                 END-IF
              WHEN OTHER
                 SET PDQ-DB2FAIL TO TRUE
                 MOVE SNS-REASON TO PDQ-REASON
           END-EVALUATE.

      ******************************************************************
       CREATE-APPROVED-CUSTOMER.
           EXEC SQL
                SELECT NEXT VALUE FOR CUSTOMER_SEQ
                  INTO :CUSTOMER-ID
              MOVE CUST-STATUS-ACTIVE TO CUSTOMER-STATUS
              PERFORM INSERT-APPROVED-CUSTOMER
           END-IF.

      ******************************************************************
       INSERT-APPROVED-CUSTOMER.

      ******************************************************************
       MARK-QUEUE-ROW-REVIEWED.
           MOVE PDQ-REVIEW-USERID TO PD-REVIEW-USERID.
           EXEC SQL
                UPDATE CUST_POSSDUP_QUEUE
