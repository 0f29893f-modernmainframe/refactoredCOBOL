      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: TCSCADLT
      ******************************************************************
      * Address-change confirmation letters. TCSCUSC1 changes a
      * customer's ADDRESS on the strength of whoever is at the
      * counter, and the customer heard nothing about it - so a
      * fraudulent change of address went unnoticed until the
      * statements stopped arriving. Each night this reads the
      * business date's update ('U') rows on CUSTOMER_HIST, the
      * before-image TCSCUSC1 writes in the same unit of work as
      * every change, and for each one that moved the address
      * writes two letters to ADDRLTR in CBSSTMT's ASA print format:
      *
      *  - to the PREVIOUS address (the before-image), telling the
      *    customer where their correspondence now goes and to
      *    contact the bank at once if they did not ask for it;
      *  - to the NEW address, confirming the change and naming the
      *    address it replaced.
      *
      * The new address is the before-image of the customer's next
      * history row when there has been a later change, else the
      * address on CUSTOMER now, so two changes on one day each get
      * their own pair of letters with the right addresses. An
      * update that left the address alone (a name or date-of-birth
      * correction) carries the current address in its before-image
      * and produces nothing. Both letters mention that payouts to
      * the new address are held for review for a cooling-off period
      * (see LGPAYHLD).
      *
      * The letter to the new address goes through the TCSCRMCK
      * returned-mail check like every other document; the letter to
      * the previous address is always printed - reaching the old
      * address is the point of it. Read-only apart from the held-
      * mail rows; logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCSCADLT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LETTER-FILE ASSIGN TO ADDRLTR
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS LTRFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ASA print file: byte 1 is carriage control, '1' topping a new
      * page for each letter.
       FD LETTER-FILE
            RECORD CONTAINS 133
            RECORDING MODE IS F.
       01 LETTER-LINE.
          05 LTR-CC                    PIC X(1).
          05 LTR-TEXT                  PIC X(132).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 LTRFILE-STATUS               PIC X(02) VALUE SPACES.
          88 LTRFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-CHANGE-CUID               PIC S9(9) USAGE COMP VALUE 0.
       01 WS-CHANGE-TIMESTAMP          PIC X(26) VALUE SPACES.
       01 WS-CUSTOMER-NAME             PIC X(60) VALUE SPACES.
       01 WS-OLD-ADDRESS               PIC X(250) VALUE SPACES.
       01 WS-NEW-ADDRESS               PIC X(250) VALUE SPACES.
       01 WS-LETTER-ADDRESS            PIC X(250) VALUE SPACES.
       01 WS-CUID-DISPLAY              PIC 9(9).
       01 WS-CHANGES-READ              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-NO-ADDRESS-CHANGE         PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LETTER-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-HELD-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-COUNT-DISPLAY             PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-CHANGE-UPDATE         PIC X(1) VALUE 'U'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSRNLOG.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLBATCH-RUN-LOG.
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

      * Returned-mail check area for the TCSCRMCK CALL - see CUSTRMRS.
           COPY CUSTRMRS.

      * The business date's customer updates, each with the address
      * it replaced (the before-image) and the address it put in
      * place: the before-image of the customer's next history row,
      * or the current CUSTOMER address when there is none.
           EXEC SQL
             DECLARE ADDRCHGCSR CURSOR FOR
                SELECT H.CUID, CHAR(H.CHANGE_TIMESTAMP),
                       C.CUSTNAME, H.ADDRESS,
                       COALESCE(
                         ( SELECT N.ADDRESS
                             FROM CUSTOMER_HIST N
                            WHERE N.CUID = H.CUID
                              AND N.CHANGE_TIMESTAMP =
                                  ( SELECT MIN(M.CHANGE_TIMESTAMP)
                                      FROM CUSTOMER_HIST M
                                     WHERE M.CUID = H.CUID
                                       AND M.CHANGE_TIMESTAMP >
                                           H.CHANGE_TIMESTAMP ) ),
                         C.ADDRESS )
                  FROM CUSTOMER_HIST H,
                       CUSTOMER C
                 WHERE H.CHANGE_TYPE = :WK-CHANGE-UPDATE
                   AND DATE(H.CHANGE_TIMESTAMP) =
                       DATE(:WS-BUSINESS-DATE)
                   AND C.CUID = H.CUID
                 ORDER BY H.CUID, H.CHANGE_TIMESTAMP
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           OPEN OUTPUT LETTER-FILE
           IF NOT LTRFILE-STATUS-OK
              DISPLAY 'ERROR OPENING LETTER FILE. STATUS='
                LTRFILE-STATUS
              STOP RUN
           END-IF.

           EXEC SQL
                OPEN ADDRCHGCSR
           END-EXEC.
           PERFORM FETCH-NEXT-CHANGE.
           PERFORM UNTIL WS-END-OF-CURSOR
              ADD 1 TO WS-CHANGES-READ
              IF WS-OLD-ADDRESS = WS-NEW-ADDRESS
                 ADD 1 TO WS-NO-ADDRESS-CHANGE
              ELSE
                 PERFORM PRODUCE-OLD-ADDRESS-LETTER
                 PERFORM CHECK-RETURNED-MAIL
                 IF CUSTRM-HELD
                    ADD 1 TO WS-HELD-COUNT
                    DISPLAY '(TCSCADLT) LETTER HELD - RETURNED MAIL.'
                      ' CUID=' WS-CUID-DISPLAY
                 ELSE
                    PERFORM PRODUCE-NEW-ADDRESS-LETTER
                 END-IF
              END-IF
              PERFORM FETCH-NEXT-CHANGE
           END-PERFORM.
           EXEC SQL
                CLOSE ADDRCHGCSR
           END-EXEC.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-CHANGES-READ TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCADLT) CUSTOMER UPDATES READ: ' WS-COUNT-DISPLAY
             ' FOR ' WS-BUSINESS-DATE.
           MOVE WS-NO-ADDRESS-CHANGE TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCADLT) ADDRESS UNCHANGED:     '
             WS-COUNT-DISPLAY.
           MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCADLT) LETTERS WRITTEN:       '
             WS-COUNT-DISPLAY.
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
           DISPLAY '(TCSCADLT) LETTERS HELD:          '
             WS-COUNT-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           CLOSE LETTER-FILE.
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
       FETCH-NEXT-CHANGE.
           EXEC SQL
                FETCH ADDRCHGCSR
                 INTO :WS-CHANGE-CUID, :WS-CHANGE-TIMESTAMP,
                      :WS-CUSTOMER-NAME, :WS-OLD-ADDRESS,
                      :WS-NEW-ADDRESS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 MOVE WS-CHANGE-CUID TO WS-CUID-DISPLAY
              WHEN OTHER
                 DISPLAY '(TCSCADLT) FETCH FAILED. SQLCODE=' SQLCODE
                 SET WS-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
      * PRODUCE-OLD-ADDRESS-LETTER writes the letter that goes to the
      * address being replaced: page break, name and old address,
      * the new address the customer's mail now goes to, and the
      * warning to get in touch if the change was not theirs.
       PRODUCE-OLD-ADDRESS-LETTER.
           MOVE WS-OLD-ADDRESS TO WS-LETTER-ADDRESS.
           PERFORM START-LETTER.
           STRING 'ON ' WS-CHANGE-TIMESTAMP(1:10)
                   ' THE ADDRESS WE HOLD FOR YOU WAS CHANGED FROM'
                   ' THIS ADDRESS TO:'
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-NEW-ADDRESS(1:132) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-NEW-ADDRESS(133:118) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           PERFORM FINISH-LETTER.

      ******************************************************************
      * PRODUCE-NEW-ADDRESS-LETTER writes the confirmation that goes
      * to the new address, naming the address it replaced.
       PRODUCE-NEW-ADDRESS-LETTER.
           MOVE WS-NEW-ADDRESS TO WS-LETTER-ADDRESS.
           PERFORM START-LETTER.
           STRING 'ON ' WS-CHANGE-TIMESTAMP(1:10)
                   ' THE ADDRESS WE HOLD FOR YOU WAS CHANGED TO'
                   ' THIS ADDRESS. THE PREVIOUS ADDRESS WAS:'
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-OLD-ADDRESS(1:132) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-OLD-ADDRESS(133:118) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           PERFORM FINISH-LETTER.

      ******************************************************************
      * START-LETTER writes the CBSSTMT-style opening block: page
      * break and title, name and the address the letter goes to,
      * and the customer number.
       START-LETTER.
           MOVE '1' TO LTR-CC.
           MOVE SPACES TO LTR-TEXT.
           STRING 'CHANGE OF ADDRESS CONFIRMATION   ISSUED '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-CUSTOMER-NAME TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-LETTER-ADDRESS(1:132) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           MOVE WS-LETTER-ADDRESS(133:118) TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           STRING 'CUSTOMER ' WS-CUID-DISPLAY
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.

      ******************************************************************
      * FINISH-LETTER writes the warning, the cooling-off notice and
      * the document trailer.
       FINISH-LETTER.
           PERFORM WRITE-LETTER-LINE.
           STRING 'IF YOU DID NOT ASK FOR THIS CHANGE, CONTACT YOUR'
                   ' BRANCH IMMEDIATELY.'
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           STRING 'FOR YOUR PROTECTION, INSURANCE PAYMENTS TO THE NEW'
                   ' ADDRESS ARE HELD FOR REVIEW FOR A COOLING-OFF'
                   ' PERIOD AFTER THE CHANGE.'
                   DELIMITED BY SIZE
                   INTO LTR-TEXT
           END-STRING.
           PERFORM WRITE-LETTER-LINE.
           PERFORM WRITE-LETTER-LINE.
           MOVE '*** END OF LETTER ***' TO LTR-TEXT.
           PERFORM WRITE-LETTER-LINE.
           ADD 1 TO WS-LETTER-COUNT.

      ******************************************************************
      * CHECK-RETURNED-MAIL asks TCSCRMCK whether the customer's new
      * address is already known to be undeliverable; a held letter
      * comes back already recorded for the held-mail report.
       CHECK-RETURNED-MAIL.
           INITIALIZE CUSTRM-CHECK-AREA.
           SET CUSTRM-BANK-CUSTOMER TO TRUE.
           MOVE WS-CHANGE-CUID             TO CUSTRM-CUSTOMER-KEY.
           MOVE 'ADCN'                     TO CUSTRM-DOC-TYPE.
           MOVE 'TCSCADLT'                 TO CUSTRM-PROGRAM-NAME.
           MOVE WS-CHANGE-TIMESTAMP(1:20)  TO CUSTRM-DOC-REF.
           MOVE WS-BUSINESS-DATE           TO CUSTRM-BUSINESS-DATE.
           CALL 'TCSCRMCK' USING CUSTRM-CHECK-AREA.

      ******************************************************************
       WRITE-LETTER-LINE.
           WRITE LETTER-LINE
           IF NOT LTRFILE-STATUS-OK
              DISPLAY 'ERROR WRITING LETTER FILE.'
           END-IF.
           MOVE SPACE TO LTR-CC.
           MOVE SPACES TO LTR-TEXT.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it later abends or rolls back.
       WRITE-RUN-LOG-START.
           MOVE 'TCSCADLT' TO RL-PROGRAM-NAME.
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
              DISPLAY '(TCSCADLT) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row;
      * held letters are counted as failed records.
       WRITE-RUN-LOG-END.
           MOVE WS-CHANGES-READ TO RL-RECORDS-READ.
           MOVE WS-LETTER-COUNT TO RL-RECORDS-UPDATED.
           MOVE WS-HELD-COUNT   TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
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
              DISPLAY '(TCSCADLT) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
