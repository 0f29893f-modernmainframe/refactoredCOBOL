      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCSANS
      ******************************************************************
      * WATCH-LIST SCREEN. The create paths checked an applicant for
      * duplicates only; nothing checked them against the sanctions
      * lists. Every path that inserts a CUSTOMER row - TCSCUSC1's
      * adult and minor creates, TCSCUSCR, the TCSCUSBT onboarding
      * feed and TCSCUSPD's approval of a parked possible duplicate -
      * now CALLs this with the applicant's details just before the
      * insert.
      *
      * The name (upper-cased) is looked up on CUST_WATCHLIST, loaded
      * by TCSCRSCN. A row with the same name is a possible match
      * unless both sides carry a date of birth and the dates differ.
      * A possible match is parked on CUST_SCREEN_QUEUE (source 'O',
      * CUID 0) with the matched list entry, for compliance to decide
      * through TCSCSNPD, and SNS-POSSIBLE-MATCH tells the caller to
      * refuse the create. The queue row is committed at once, the
      * QUEUE-POSSDUP-APPLICATION rule: the caller's rollback of the
      * refused create must not take the parked application with it.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCSANS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WK-SOURCE-ONBOARDING         PIC X(1) VALUE 'O'.
       01 WK-LOWER-CASE                PIC X(26)
                                VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WK-UPPER-CASE                PIC X(26)
                                VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTWLST.cpy / CUSTSNQ.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-WATCHLIST.  01 DCLCUST-SCREEN-QUEUE.
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
             INCLUDE CUSTWLST
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTSNQ
           END-EXEC.

       LINKAGE SECTION.
           COPY CUSTSNRS.
      * PATH : .../Cobol Include/CUSTSNRS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  SNS-SCREEN-AREA.

       PROCEDURE DIVISION USING SNS-SCREEN-AREA.
       MAIN-PARA.
           SET SNS-CLEAR TO TRUE.
           MOVE SPACES TO SNS-REASON.
           MOVE SPACES TO SNS-LIST-ID.
           MOVE SPACES TO SNS-ENTRY-REF.
           MOVE 0 TO SNS-QUEUE-ID.
           PERFORM FIND-WATCHLIST-MATCH.
           IF SNS-POSSIBLE-MATCH
              PERFORM QUEUE-SCREENED-APPLICATION
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * FIND-WATCHLIST-MATCH looks for a list entry under the
      * applicant's name whose date of birth does not rule it out. An
      * unknown date of birth on either side cannot rule a match out.
       FIND-WATCHLIST-MATCH.
           MOVE SNS-CUSTNAME TO WL-ENTRY-NAME.
           INSPECT WL-ENTRY-NAME
              CONVERTING WK-LOWER-CASE TO WK-UPPER-CASE.
           MOVE SNS-DOB TO SN-APPL-DOB.
           EXEC SQL
                SELECT LIST_ID, ENTRY_REF, ENTRY_NAME, ENTRY_DOB
                  INTO :WL-LIST-ID, :WL-ENTRY-REF,
                       :WL-ENTRY-NAME, :WL-ENTRY-DOB
                  FROM CUST_WATCHLIST
                 WHERE ENTRY_NAME = :WL-ENTRY-NAME
                   AND ( ENTRY_DOB = ' '
                      OR ENTRY_DOB = :SN-APPL-DOB
                      OR :SN-APPL-DOB = ' ' )
                 ORDER BY LIST_ID, ENTRY_REF
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 SET SNS-POSSIBLE-MATCH TO TRUE
                 MOVE WL-LIST-ID   TO SNS-LIST-ID
                 MOVE WL-ENTRY-REF TO SNS-ENTRY-REF
                 MOVE 'POSSIBLE WATCH-LIST MATCH - PARKED FOR REVIEW'
                   TO SNS-REASON
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 SET SNS-DB2FAIL TO TRUE
                 MOVE 'WATCH-LIST SCREEN FAILED' TO SNS-REASON
                 DISPLAY '(TCSCSANS) WATCH-LIST LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
           END-EVALUATE.

      ******************************************************************
      * QUEUE-SCREENED-APPLICATION parks the applicant on
      * CUST_SCREEN_QUEUE and commits at once. A failure to park is a
      * failure to screen: the create is still refused.
       QUEUE-SCREENED-APPLICATION.
           EXEC SQL
                SELECT NEXT VALUE FOR SCREEN_SEQ
                  INTO :SN-QUEUE-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              SET SNS-DB2FAIL TO TRUE
              MOVE 'SCREEN QUEUE SEQUENCE FAILED' TO SNS-REASON
              DISPLAY '(TCSCSANS) SCREEN SEQUENCE FAILED. SQLCODE='
                SQLCODE
           ELSE
              MOVE WK-SOURCE-ONBOARDING TO SN-SCREEN-SOURCE
              MOVE 0                  TO SN-CUID
              MOVE SNS-CUSTNAME       TO SN-APPL-CUSTNAME
              MOVE SNS-ADDRESS        TO SN-APPL-ADDRESS
              MOVE SNS-AGE            TO SN-APPL-AGE
              MOVE SNS-GUARDIAN-ID    TO SN-GUARDIAN-CUID
              MOVE WL-LIST-ID         TO SN-LIST-ID
              MOVE WL-ENTRY-REF       TO SN-ENTRY-REF
              MOVE WL-ENTRY-NAME      TO SN-ENTRY-NAME
              MOVE WL-ENTRY-DOB       TO SN-ENTRY-DOB
              MOVE SNS-QUEUE-USERID   TO SN-REVIEW-USERID
              EXEC SQL
                   INSERT INTO CUST_SCREEN_QUEUE
                          ( QUEUE_ID ,
                            SCREEN_SOURCE ,
                            CUID ,
                            APPL_CUSTNAME ,
                            APPL_ADDRESS ,
                            APPL_AGE ,
                            APPL_DOB ,
                            GUARDIAN_CUID ,
                            LIST_ID ,
                            ENTRY_REF ,
                            ENTRY_NAME ,
                            ENTRY_DOB ,
                            REVIEW_STATUS ,
                            REVIEW_USERID ,
                            QUEUE_TIMESTAMP ,
                            REVIEW_TIMESTAMP )
                   VALUES
                          ( :SN-QUEUE-ID ,
                            :SN-SCREEN-SOURCE ,
                            :SN-CUID ,
                            :SN-APPL-CUSTNAME ,
                            :SN-APPL-ADDRESS ,
                            :SN-APPL-AGE ,
                            :SN-APPL-DOB ,
                            :SN-GUARDIAN-CUID ,
                            :SN-LIST-ID ,
                            :SN-ENTRY-REF ,
                            :SN-ENTRY-NAME ,
                            :SN-ENTRY-DOB ,
                            'P' ,
                            :SN-REVIEW-USERID ,
                            CURRENT TIMESTAMP ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 SET SNS-DB2FAIL TO TRUE
                 MOVE 'SCREEN QUEUE INSERT FAILED' TO SNS-REASON
                 DISPLAY '(TCSCSANS) SCREEN QUEUE INSERT FAILED.'
                   ' SQLCODE=' SQLCODE
              ELSE
                 EXEC SQL
                      COMMIT
                 END-EXEC
                 MOVE SN-QUEUE-ID TO SNS-QUEUE-ID
                 DISPLAY '(TCSCSANS) APPLICATION PARKED FOR SCREENING'
                   ' REVIEW. QUEUE-ID=' SN-QUEUE-ID
              END-IF
           END-IF.
