      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCRMLI
      ******************************************************************
      * Returned-mail intake. The mail room keys one RETMAIL record
      * (CUSTRMIN) for every item the post office sends back; this
      * run loads them onto CUST_RETURNED_MAIL as undeliverable
      * ('U'), which from then on stops every print program posting
      * to that customer's address (see TCSCRMCK) until the address
      * is changed through TCSCUSC1.
      *
      * A record is rejected - DISPLAYed and counted, the run ending
      * with return code 4 - when the key type is not 'B' (bank
      * customer, CUID) or 'I' (insurance customer, GenApp
      * CUSTOMERNUMBER), the customer does not exist, the document
      * type is not one of the register's, or the returned date is
      * not a YYYY-MM-DD date on or before the business date. The
      * same item keyed twice (same customer, document and returned
      * date) is skipped, so a rerun of the file is harmless.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCRMLI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RETMAIL-FILE ASSIGN TO RETMAIL
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RETMAIL-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETMAIL-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.
           COPY CUSTRMIN.

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 RETMAIL-STATUS               PIC X(02) VALUE SPACES.
          88 RETMAIL-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-FILE            VALUE 'Y'.
       01 WS-VALID-SWITCH              PIC X VALUE 'Y'.
          88 WS-RECORD-VALID           VALUE 'Y'.
       01 WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LOADED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-DUPLICATE-COUNT           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REJECTED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-MATCH-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
      * Returned date broken out for the shape check.
       01 WS-CHECK-DATE.
          05 WS-CHECK-YEAR             PIC X(4).
          05 WS-CHECK-DASH-1           PIC X.
          05 WS-CHECK-MONTH            PIC X(2).
          05 WS-CHECK-MONTH-N REDEFINES WS-CHECK-MONTH PIC 99.
          05 WS-CHECK-DASH-2           PIC X.
          05 WS-CHECK-DAY              PIC X(2).
          05 WS-CHECK-DAY-N REDEFINES WS-CHECK-DAY PIC 99.
       01 WS-DOC-TYPE-CHECK            PIC X(4).
          88 WS-DOC-TYPE-KNOWN         VALUE 'STMT' 'PRDM' 'DORM'
                                             'RELS' 'SCHD' 'RENW'
                                             'ADCN' 'CLOS' 'ARRS'
                                             'KYCR' 'INTC' 'OTHR'.
       01 WK-CONSTANTS.
          05 WK-MAIL-UNDELIVERABLE    PIC X(1) VALUE 'U'.
          05 WK-INTAKE-USERID         PIC X(10) VALUE 'TCSCRMLI'.
      ******************************************************************
      * PATH : .../Cobol Include/CUSTRTML.cpy / CBSRNLOG.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCUST-RETURNED-MAIL.  01 DCLBATCH-RUN-LOG.
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
             INCLUDE CBSRNLOG
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTRTML
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           OPEN INPUT RETMAIL-FILE
           IF NOT RETMAIL-STATUS-OK
              DISPLAY 'ERROR OPENING RETURNED MAIL FILE. STATUS='
                RETMAIL-STATUS
              STOP RUN
           END-IF.

           PERFORM READ-RETMAIL-RECORD.
           PERFORM UNTIL WS-END-OF-FILE
              ADD 1 TO WS-READ-COUNT
              PERFORM LOAD-ONE-RETURN
              PERFORM READ-RETMAIL-RECORD
           END-PERFORM.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCRMLI) RETURNS READ:      ' WS-COUNT-DISPLAY
             ' FOR ' WS-BUSINESS-DATE.
           MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCRMLI) RETURNS LOADED:    ' WS-COUNT-DISPLAY.
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCRMLI) ALREADY REGISTERED:' WS-COUNT-DISPLAY.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCRMLI) RETURNS REJECTED:  ' WS-COUNT-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           CLOSE RETMAIL-FILE.
           STOP RUN.

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

      ******************************************************************
       READ-RETMAIL-RECORD.
           READ RETMAIL-FILE
              AT END
                 SET WS-END-OF-FILE TO TRUE
           END-READ.

      ******************************************************************
      * LOAD-ONE-RETURN validates the record, skips an item already
      * on the register and inserts the rest as undeliverable.
       LOAD-ONE-RETURN.
           PERFORM VALIDATE-RETURN.
           IF WS-RECORD-VALID
              PERFORM CHECK-ALREADY-REGISTERED
           END-IF.
           IF WS-RECORD-VALID
              IF WS-MATCH-COUNT > 0
                 ADD 1 TO WS-DUPLICATE-COUNT
              ELSE
                 PERFORM INSERT-RETURNED-MAIL
              END-IF
           END-IF.
           IF NOT WS-RECORD-VALID
              ADD 1 TO WS-REJECTED-COUNT
              DISPLAY '(TCSCRMLI) REJECTED ' RI-KEY-TYPE ' '
                RI-CUSTOMER-KEY ' ' RI-DOC-TYPE ' ' RI-RETURNED-DATE
                ' - ' WS-REJECT-REASON
           END-IF.

      ******************************************************************
      * VALIDATE-RETURN checks the key type, document type and
      * returned date, then that the customer exists on the table the
      * key type names.
       VALIDATE-RETURN.
           MOVE 'Y' TO WS-VALID-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE RI-DOC-TYPE TO WS-DOC-TYPE-CHECK.
           MOVE RI-RETURNED-DATE TO WS-CHECK-DATE.
           EVALUATE TRUE
              WHEN NOT RI-BANK-CUSTOMER AND NOT RI-INSURANCE-CUSTOMER
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'KEY TYPE MUST BE B OR I' TO WS-REJECT-REASON
              WHEN RI-CUSTOMER-KEY NOT NUMERIC
                OR RI-CUSTOMER-KEY = 0
                OR RI-CUSTOMER-KEY > 999999999
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'CUSTOMER KEY INVALID' TO WS-REJECT-REASON
              WHEN NOT WS-DOC-TYPE-KNOWN
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'DOCUMENT TYPE UNKNOWN' TO WS-REJECT-REASON
              WHEN WS-CHECK-YEAR NOT NUMERIC
                OR WS-CHECK-MONTH NOT NUMERIC
                OR WS-CHECK-DAY NOT NUMERIC
                OR WS-CHECK-DASH-1 NOT = '-'
                OR WS-CHECK-DASH-2 NOT = '-'
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'RETURNED DATE NOT YYYY-MM-DD'
                   TO WS-REJECT-REASON
              WHEN WS-CHECK-MONTH-N < 1 OR WS-CHECK-MONTH-N > 12
                OR WS-CHECK-DAY-N < 1 OR WS-CHECK-DAY-N > 31
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'RETURNED DATE INVALID' TO WS-REJECT-REASON
              WHEN RI-RETURNED-DATE > WS-BUSINESS-DATE
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'RETURNED DATE AFTER BUSINESS DATE'
                   TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM CHECK-CUSTOMER-EXISTS
           END-EVALUATE.

      ******************************************************************
      * CHECK-CUSTOMER-EXISTS looks the key up on LMTEST.CUSTOMER for
      * a bank customer, on the GenApp CUSTOMER table for an
      * insurance customer.
       CHECK-CUSTOMER-EXISTS.
           MOVE RI-KEY-TYPE     TO RM-KEY-TYPE.
           MOVE RI-CUSTOMER-KEY TO RM-CUSTOMER-KEY.
           IF RI-BANK-CUSTOMER
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-MATCH-COUNT
                     FROM LMTEST.CUSTOMER
                    WHERE CUID = :RM-CUSTOMER-KEY
              END-EXEC
           ELSE
              EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-MATCH-COUNT
                     FROM CUSTOMER
                    WHERE CUSTOMERNUMBER = :RM-CUSTOMER-KEY
              END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'CUSTOMER LOOKUP FAILED' TO WS-REJECT-REASON
                 DISPLAY '(TCSCRMLI) CUSTOMER LOOKUP FAILED.'
                   ' SQLCODE=' SQLCODE
              WHEN WS-MATCH-COUNT = 0
                 MOVE 'N' TO WS-VALID-SWITCH
                 MOVE 'CUSTOMER NOT FOUND' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * CHECK-ALREADY-REGISTERED counts rows for the same customer,
      * document and returned date, whatever their status - an item
      * already cleared by an address change is not re-opened by
      * keying it again.
       CHECK-ALREADY-REGISTERED.
           MOVE RI-DOC-TYPE      TO RM-DOC-TYPE.
           MOVE RI-RETURNED-DATE TO RM-RETURNED-DATE.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-MATCH-COUNT
                  FROM CUST_RETURNED_MAIL
                 WHERE KEY_TYPE = :RM-KEY-TYPE
                   AND CUSTOMER_KEY = :RM-CUSTOMER-KEY
                   AND DOC_TYPE = :RM-DOC-TYPE
                   AND RETURNED_DATE = :RM-RETURNED-DATE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-VALID-SWITCH
              MOVE 'REGISTER LOOKUP FAILED' TO WS-REJECT-REASON
              DISPLAY '(TCSCRMLI) REGISTER LOOKUP FAILED. SQLCODE='
                SQLCODE
           END-IF.

      ******************************************************************
       INSERT-RETURNED-MAIL.
           MOVE RI-RETURN-REASON      TO RM-RETURN-REASON.
           MOVE WK-MAIL-UNDELIVERABLE TO RM-MAIL-STATUS.
           MOVE WK-INTAKE-USERID      TO RM-UPD-USERID.
           EXEC SQL
                INSERT INTO CUST_RETURNED_MAIL
                       ( KEY_TYPE ,
                         CUSTOMER_KEY ,
                         DOC_TYPE ,
                         RETURNED_DATE ,
                         RETURN_REASON ,
                         MAIL_STATUS ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :RM-KEY-TYPE ,
                         :RM-CUSTOMER-KEY ,
                         :RM-DOC-TYPE ,
                         :RM-RETURNED-DATE ,
                         :RM-RETURN-REASON ,
                         :RM-MAIL-STATUS ,
                         :RM-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO WS-VALID-SWITCH
              MOVE 'REGISTER INSERT FAILED' TO WS-REJECT-REASON
              DISPLAY '(TCSCRMLI) REGISTER INSERT FAILED. SQLCODE='
                SQLCODE
           ELSE
              ADD 1 TO WS-LOADED-COUNT
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back.
       WRITE-RUN-LOG-START.
           MOVE 'TCSCRMLI' TO RL-PROGRAM-NAME.
           EXEC SQL
                SELECT CURRENT TIMESTAMP
                  INTO :RL-START-TIMESTAMP
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE.
           EXEC SQL
                INSERT INTO BATCH_RUN_LOG
                       ( PROGRAM_NAME , BUSINESS_DATE ,
                         START_TIMESTAMP , END_TIMESTAMP ,
                         RECORDS_READ , RECORDS_UPDATED ,
                         RECORDS_FAILED , RETURN_CODE , RUN_STATUS )
                VALUES
                       ( :RL-PROGRAM-NAME , :RL-BUSINESS-DATE ,
                         :RL-START-TIMESTAMP , :RL-START-TIMESTAMP ,
                         0 , 0 , 0 , 0 , 'S' )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCRMLI) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row. A
      * run that rejected records ends with return code 4, so the
      * mail room's keying errors show on the dashboard.
       WRITE-RUN-LOG-END.
           MOVE WS-READ-COUNT     TO RL-RECORDS-READ.
           MOVE WS-LOADED-COUNT   TO RL-RECORDS-UPDATED.
           MOVE WS-REJECTED-COUNT TO RL-RECORDS-FAILED.
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RL-RETURN-CODE
           ELSE
              MOVE 0 TO RL-RETURN-CODE
           END-IF.
           EXEC SQL
                UPDATE BATCH_RUN_LOG
                   SET END_TIMESTAMP = CURRENT TIMESTAMP ,
                       RECORDS_READ = :RL-RECORDS-READ ,
                       RECORDS_UPDATED = :RL-RECORDS-UPDATED ,
                       RECORDS_FAILED = :RL-RECORDS-FAILED ,
                       RETURN_CODE = :RL-RETURN-CODE ,
                       RUN_STATUS = 'E'
                 WHERE PROGRAM_NAME = :RL-PROGRAM-NAME
                   AND START_TIMESTAMP = :RL-START-TIMESTAMP
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCRMLI) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
