      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCRMCK
      ******************************************************************
      * RETURNED-MAIL-CHECK. Statements, dormancy letters, policy
      * schedules and renewal notices went on being posted to
      * addresses the post office had already sent mail back from.
      * Linkage-callable in the CBSENTCK mold, this is the one check
      * every customer print program CALLs before it produces a
      * document:
      *
      *  - if the customer has no CUST_RETURNED_MAIL row still at
      *    'U' (undeliverable) the document is printed as normal;
      *  - otherwise the document is recorded on CUST_HELD_MAIL for
      *    the branch held-mail report (TCSCHMRP) and the caller is
      *    told not to print it. A rerun of the same print job for
      *    the same business date does not record it twice.
      *
      * When the caller does not know the branch, a bank customer is
      * held at the lowest-named base branch of their accounts and
      * an insurance customer at the branch of the linked bank
      * customer (CUST_ID_XREF), else at 'INSURANCE'. Nothing is
      * committed here; the row rides in the caller's unit of work.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCRMCK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-OPEN-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LINKED-CUID               PIC S9(9) USAGE COMP VALUE 0.
       01 WK-CONSTANTS.
          05 WK-MAIL-UNDELIVERABLE    PIC X(1) VALUE 'U'.
          05 WK-KEY-BANK              PIC X(1) VALUE 'B'.
          05 WK-LINK-ACTIVE           PIC X(1) VALUE 'A'.
          05 WK-INSURANCE-BRANCH      PIC X(20) VALUE 'INSURANCE'.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTRTML.cpy / CUSTHLDM.cpy / CBSIDXRF
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-RETURNED-MAIL.  01 DCLCUST-HELD-MAIL.
      *01  DCLCUST-ID-XREF.
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
             INCLUDE CUSTRTML
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTHLDM
           END-EXEC.

           EXEC SQL
             INCLUDE CBSIDXRF
           END-EXEC.

       LINKAGE SECTION.
           COPY CUSTRMRS.
      * PATH : .../Cobol Include/CUSTRMRS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  CUSTRM-CHECK-AREA.

       PROCEDURE DIVISION USING CUSTRM-CHECK-AREA.
       MAIN-PARA.
           SET CUSTRM-DELIVER TO TRUE.
           MOVE SPACES TO CUSTRM-RETURNED-DATE.
           MOVE SPACES TO CUSTRM-REASON.
           PERFORM CHECK-RETURNED-MAIL.
           IF CUSTRM-HELD
              IF CUSTRM-BRANCH-NAME = SPACES OR LOW-VALUES
                 PERFORM RESOLVE-HOLDING-BRANCH
              END-IF
              PERFORM RECORD-HELD-DOCUMENT
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * CHECK-RETURNED-MAIL looks for any undeliverable row for the
      * customer, whatever document came back - one returned item is
      * enough to stop every document going to that address. The
      * latest return is handed back for the caller's log.
       CHECK-RETURNED-MAIL.
           MOVE CUSTRM-KEY-TYPE     TO RM-KEY-TYPE.
           MOVE CUSTRM-CUSTOMER-KEY TO RM-CUSTOMER-KEY.
           EXEC SQL
                SELECT COUNT(*),
                       COALESCE(CHAR(MAX(RETURNED_DATE), ISO), ' ')
                  INTO :WS-OPEN-COUNT, :RM-RETURNED-DATE
                  FROM CUST_RETURNED_MAIL
                 WHERE KEY_TYPE = :RM-KEY-TYPE
                   AND CUSTOMER_KEY = :RM-CUSTOMER-KEY
                   AND MAIL_STATUS = :WK-MAIL-UNDELIVERABLE
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 SET CUSTRM-DB2FAIL TO TRUE
                 MOVE 'RETURNED MAIL LOOKUP FAILED' TO CUSTRM-REASON
                 DISPLAY '(TCSCRMCK) RETURNED MAIL LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-OPEN-COUNT = 0
                 CONTINUE
              WHEN OTHER
                 SET CUSTRM-HELD TO TRUE
                 MOVE RM-RETURNED-DATE TO CUSTRM-RETURNED-DATE
                 MOVE 'ADDRESS UNDELIVERABLE - HELD'
                   TO CUSTRM-REASON
           END-EVALUATE.

      ******************************************************************
      * RESOLVE-HOLDING-BRANCH finds the branch to hold the document
      * at when the caller has no branch of its own to give.
       RESOLVE-HOLDING-BRANCH.
           MOVE WK-INSURANCE-BRANCH TO CUSTRM-BRANCH-NAME.
           IF CUSTRM-BANK-CUSTOMER
              MOVE CUSTRM-CUSTOMER-KEY TO WS-LINKED-CUID
           ELSE
              MOVE CUSTRM-CUSTOMER-KEY TO XR-CUSTOMERNUMBER
              EXEC SQL
                   SELECT COALESCE(MIN(CUID), 0)
                     INTO :WS-LINKED-CUID
                     FROM CUST_ID_XREF
                    WHERE CUSTOMERNUMBER = :XR-CUSTOMERNUMBER
                      AND LINK_STATUS = :WK-LINK-ACTIVE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-LINKED-CUID
              END-IF
           END-IF.
           IF WS-LINKED-CUID NOT = 0
              EXEC SQL
                   SELECT COALESCE(MIN(BASE_BRANCH),
                                   :WK-INSURANCE-BRANCH)
                     INTO :HM-BRANCH-NAME
                     FROM CBS_ACCT_MSTR_DTL
                    WHERE CUSTOMER_ID = :WS-LINKED-CUID
              END-EXEC
              IF SQLCODE = 0
                 MOVE HM-BRANCH-NAME TO CUSTRM-BRANCH-NAME
              END-IF
           END-IF.

      ******************************************************************
      * RECORD-HELD-DOCUMENT writes the CUST_HELD_MAIL row, unless the
      * same program already held the same document for the same
      * customer on this business date (a rerun of the print job).
       RECORD-HELD-DOCUMENT.
           MOVE CUSTRM-KEY-TYPE      TO HM-KEY-TYPE.
           MOVE CUSTRM-CUSTOMER-KEY  TO HM-CUSTOMER-KEY.
           MOVE CUSTRM-DOC-TYPE      TO HM-DOC-TYPE.
           MOVE CUSTRM-PROGRAM-NAME  TO HM-PROGRAM-NAME.
           MOVE CUSTRM-DOC-REF       TO HM-DOC-REF.
           MOVE CUSTRM-BRANCH-NAME   TO HM-BRANCH-NAME.
           MOVE CUSTRM-BUSINESS-DATE TO HM-BUSINESS-DATE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-HELD-COUNT
                  FROM CUST_HELD_MAIL
                 WHERE KEY_TYPE = :HM-KEY-TYPE
                   AND CUSTOMER_KEY = :HM-CUSTOMER-KEY
                   AND PROGRAM_NAME = :HM-PROGRAM-NAME
                   AND DOC_REF = :HM-DOC-REF
                   AND BUSINESS_DATE = :HM-BUSINESS-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-HELD-COUNT
           END-IF.
           IF WS-HELD-COUNT = 0
              EXEC SQL
                   INSERT INTO CUST_HELD_MAIL
                          ( KEY_TYPE ,
                            CUSTOMER_KEY ,
                            DOC_TYPE ,
                            PROGRAM_NAME ,
                            DOC_REF ,
                            BRANCH_NAME ,
                            BUSINESS_DATE ,
                            HELD_TIMESTAMP )
                   VALUES
                          ( :HM-KEY-TYPE ,
                            :HM-CUSTOMER-KEY ,
                            :HM-DOC-TYPE ,
                            :HM-PROGRAM-NAME ,
                            :HM-DOC-REF ,
                            :HM-BRANCH-NAME ,
                            :HM-BUSINESS-DATE ,
                            CURRENT TIMESTAMP )
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(TCSCRMCK) HELD MAIL INSERT FAILED.'
                   ' SQLCODE=' SQLCODE ' ' HM-PROGRAM-NAME ' '
                   HM-DOC-REF
              END-IF
           END-IF.
