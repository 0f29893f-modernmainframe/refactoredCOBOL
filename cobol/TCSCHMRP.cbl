      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCHMRP
      ******************************************************************
      * Daily branch held-mail report. Every document a print program
      * did not post because the customer's address is on the
      * returned-mail register (CUST_RETURNED_MAIL, see TCSCRMCK) is
      * recorded on CUST_HELD_MAIL; for the BUSDATE business date
      * this lists them branch by branch so each branch can pull its
      * held documents and contact the customer for a new address:
      *
      *  - one line per held document: customer type and key, name,
      *    document type (the CUST_RETURNED_MAIL codes - STMT, PRDM,
      *    DORM, RELS, SCHD, RENW, ADCN, CLOS, ARRS, KYCR, INTC), the
      *    print program and its document reference;
      *  - a held count per branch and a day total.
      *
      * Bank customers are named from LMTEST.CUSTOMER, insurance
      * customers from the GenApp CUSTOMER table.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCHMRP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REPORT-FILE ASSIGN TO HELDRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE
            RECORD CONTAINS 132
            RECORDING MODE IS F.
       01 REPORT-LINE                  PIC X(132).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-HELD-EOF-SWITCH           PIC X VALUE 'N'.
          88 WS-HELD-END-OF-CURSOR     VALUE 'Y'.
       01 WS-CURRENT-BRANCH            PIC X(20) VALUE SPACES.
       01 WS-FIRST-ROW-SWITCH          PIC X VALUE 'Y'.
          88 WS-FIRST-ROW              VALUE 'Y'.
       01 WS-CUSTOMER-NAME             PIC X(40) VALUE SPACES.
       01 WS-CUSTOMER-KEY-DISPLAY      PIC 9(10).
       01 WS-BRANCH-HELD               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TOTAL-HELD                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-BRANCH-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WS-COUNT-DISPLAY-2           PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTHLDM.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLCUST-HELD-MAIL.
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
             INCLUDE CUSTHLDM
           END-EXEC.

      * The day's held documents by branch, named from whichever
      * customer table the key type points at.
           EXEC SQL
             DECLARE HELDCSR CURSOR FOR
                SELECT H.BRANCH_NAME, H.KEY_TYPE, H.CUSTOMER_KEY,
                       H.DOC_TYPE, H.PROGRAM_NAME, H.DOC_REF,
                       SUBSTR(COALESCE(B.CUSTNAME,
                              RTRIM(I.FIRSTNAME) || ' ' ||
                              RTRIM(I.LASTNAME), ' ')
                              || ' ', 1, 40)
                  FROM CUST_HELD_MAIL H
                  LEFT OUTER JOIN LMTEST.CUSTOMER B
                    ON H.KEY_TYPE = 'B'
                   AND B.CUID = H.CUSTOMER_KEY
                  LEFT OUTER JOIN CUSTOMER I
                    ON H.KEY_TYPE = 'I'
                   AND I.CUSTOMERNUMBER = H.CUSTOMER_KEY
                 WHERE H.BUSINESS_DATE = :WS-BUSINESS-DATE
                 ORDER BY H.BRANCH_NAME, H.KEY_TYPE, H.CUSTOMER_KEY,
                          H.PROGRAM_NAME, H.DOC_REF
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING REPORT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           EXEC SQL
                OPEN HELDCSR
           END-EXEC.
           PERFORM FETCH-NEXT-HELD-ROW.
           PERFORM UNTIL WS-HELD-END-OF-CURSOR
              PERFORM REPORT-ONE-HELD-DOCUMENT
              PERFORM FETCH-NEXT-HELD-ROW
           END-PERFORM.
           EXEC SQL
                CLOSE HELDCSR
           END-EXEC.
           IF NOT WS-FIRST-ROW
              PERFORM WRITE-BRANCH-TOTAL
           END-IF.
           PERFORM WRITE-DAY-TOTALS.

           MOVE WS-TOTAL-HELD TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCHMRP) DOCUMENTS HELD: ' WS-COUNT-DISPLAY
             ' FOR ' WS-BUSINESS-DATE.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       FETCH-NEXT-HELD-ROW.
           EXEC SQL
                FETCH HELDCSR
                 INTO :HM-BRANCH-NAME, :HM-KEY-TYPE,
                      :HM-CUSTOMER-KEY, :HM-DOC-TYPE,
                      :HM-PROGRAM-NAME, :HM-DOC-REF,
                      :WS-CUSTOMER-NAME
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-HELD-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(TCSCHMRP) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-HELD-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * REPORT-ONE-HELD-DOCUMENT starts a new branch section on a
      * change of branch, then lists the document.
       REPORT-ONE-HELD-DOCUMENT.
           IF WS-FIRST-ROW OR HM-BRANCH-NAME NOT = WS-CURRENT-BRANCH
              IF NOT WS-FIRST-ROW
                 PERFORM WRITE-BRANCH-TOTAL
              END-IF
              MOVE 'N' TO WS-FIRST-ROW-SWITCH
              MOVE HM-BRANCH-NAME TO WS-CURRENT-BRANCH
              MOVE 0 TO WS-BRANCH-HELD
              ADD 1 TO WS-BRANCH-COUNT
              PERFORM WRITE-BRANCH-HEADER
           END-IF.
           ADD 1 TO WS-BRANCH-HELD.
           ADD 1 TO WS-TOTAL-HELD.
           MOVE HM-CUSTOMER-KEY TO WS-CUSTOMER-KEY-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           IF HM-KEY-TYPE = 'B'
              STRING '  BANK CUST ' WS-CUSTOMER-KEY-DISPLAY ' '
                      WS-CUSTOMER-NAME ' ' HM-DOC-TYPE ' '
                      HM-PROGRAM-NAME ' ' HM-DOC-REF
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
           ELSE
              STRING '  INS  CUST ' WS-CUSTOMER-KEY-DISPLAY ' '
                      WS-CUSTOMER-NAME ' ' HM-DOC-TYPE ' '
                      HM-PROGRAM-NAME ' ' HM-DOC-REF
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-BRANCH-HEADER.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH: ' WS-CURRENT-BRANCH
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-BRANCH-TOTAL.
           MOVE WS-BRANCH-HELD TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING '  DOCUMENTS HELD AT BRANCH: ' WS-COUNT-DISPLAY
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-DAY-TOTALS.
           MOVE WS-TOTAL-HELD   TO WS-COUNT-DISPLAY.
           MOVE WS-BRANCH-COUNT TO WS-COUNT-DISPLAY-2.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-TOTAL-HELD = 0
              MOVE 'NO DOCUMENTS HELD FOR THIS BUSINESS DATE'
                TO REPORT-LINE
           ELSE
              STRING 'DAY TOTALS: DOCUMENTS HELD ' WS-COUNT-DISPLAY
                      ' BRANCHES ' WS-COUNT-DISPLAY-2
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH HELD-MAIL REPORT  '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE '  DOCUMENTS NOT POSTED - ADDRESS ON RETURNED-MAIL'
             TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      ******************************************************************
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING REPORT FILE.'
           END-IF.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card; a
      * missing card falls back to CURRENT DATE.
       READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSDATE-STATUS-OK
              READ BUSINESS-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-READ
              CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF WS-BUSINESS-DATE = SPACES
              EXEC SQL
                   SELECT CURRENT DATE
                     INTO :WS-BUSINESS-DATE
                     FROM SYSIBM.SYSDUMMY1
              END-EXEC
           END-IF.
