      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSCLRIN
      ******************************************************************
      * Inbound clearing translator. Payroll credits and third-party
      * direct debits arrive from the clearing house in the scheme's
      * own item format (CBSCLRI); this reads that file, edits every
      * item against CBS_ACCT_MSTR_DTL and turns each good one into a
      * CBSTXNR record on CLRTXN for the normal CBSTXNP posting run -
      * a direct credit ('99') as a 'C', a direct debit ('17') as a
      * 'D', the scheme reference as TR-TXN-REF so CBSTXNP's
      * duplicate-reference skip protects it and the disposition can
      * be found again afterwards, the scheme processing date (the
      * business date when blank) as the value date.
      *
      * An item is refused, with the scheme return reason that goes
      * back on the returns file, when:
      *  - the transaction code is neither '99' nor '17', the account
      *    or amount is not numeric, the amount is zero or the scheme
      *    reference is blank (FF01);
      *  - the same account already has a TRANSLATED or POSTED item
      *    under the same scheme reference (AM05);
      *  - the account does not exist (AC01), is closed - INACTIVE or
      *    ESCHEATED (AC04) - or is otherwise not ACTIVE (AC06);
      *  - the item's currency is not the account's (AM03).
      * Funds, limits and holds are left to CBSTXNP, whose rejects
      * CBSCLRRT turns into returns after the posting run.
      *
      * Every item read - translated or refused - gets a
      * CBS_CLEARING_ITEM row, and refused items are listed on the
      * CLRINRPT exception report. CBSCLRRT writes the returns file
      * from those rows. The item rows and the CBS_FEED_REGISTER row
      * commit together as one unit of work at end of run, so the
      * same clearing file is refused if it is ever presented again,
      * and an abended run leaves nothing behind - its rerun starts
      * clean from a new CLRTXN. A failing lookup or insert abandons
      * the run with RC 8 rather than refusing good items. The run is
      * logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCLRIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CLEARING-FILE ASSIGN TO CLRIN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS CLRFILE-STATUS.

            SELECT TXN-FILE ASSIGN TO CLRTXN
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS TXNFILE-STATUS.

            SELECT REPORT-FILE ASSIGN TO CLRINRPT
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RPTFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLEARING-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 CLEARING-FILEREC.
           COPY CBSCLRI.
      * PATH : .../Cobol Include/CBSCLRI
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 CI-TXN-CODE                 PIC X(2).
      *    05 CI-DEST-ACCOUNT             PIC 9(18).
      *    05 CI-AMOUNT                   PIC 9(9).
      *    05 CI-CURRENCY                 PIC X(3).
      *    05 CI-PROCESSING-DATE          PIC X(10).
      *    05 CI-SCHEME-REF               PIC X(16).
      *    05 CI-ORIGINATOR-ID            PIC X(6).
      *    05 CI-ORIGINATOR-NAME          PIC X(16).

       FD TXN-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 TXN-FILEREC.
           COPY CBSTXNR.
      * PATH : .../Cobol Include/CBSTXNR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 TR-ACCOUNT-NUMBER           PIC 9(18).
      *    05 TR-TXN-TYPE                 PIC X(1).
      *    05 TR-TXN-AMOUNT               PIC 9(9).
      *    05 TR-CURRENCY                 PIC X(3).
      *    05 TR-VALUE-DATE               PIC X(10).
      *    05 TR-CONTRA-ACCOUNT           PIC 9(18).
      *    05 TR-TXN-REF                  PIC X(16).

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
       01 CLRFILE-STATUS               PIC X(02) VALUE SPACES.
          88 CLRFILE-STATUS-OK         VALUE '00'.
       01 TXNFILE-STATUS               PIC X(02) VALUE SPACES.
          88 TXNFILE-STATUS-OK         VALUE '00'.
       01 RPTFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RPTFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-FILE            VALUE 'Y'.
       01 WS-RETURN-CODE               PIC X(4).
       01 WS-REFUSE-REASON             PIC X(50).
       01 WS-DUP-REF-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-TRANSLATED-COUNT          PIC S9(9) USAGE COMP VALUE 0.
       01 WS-REFUSED-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-TRANSLATED-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-REFUSED-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-CLR-USERID            PIC X(10) VALUE 'CBSCLRIN'.
          05 WK-FEED-ID               PIC X(8) VALUE 'CLRIN'.
          05 WK-ITEM-TRANSLATED       PIC X(10) VALUE 'TRANSLATED'.
          05 WK-ITEM-REFUSED          PIC X(10) VALUE 'REFUSED'.
          05 WK-ITEM-POSTED           PIC X(10) VALUE 'POSTED'.
          05 WK-NOT-RETURNED          PIC X(10) VALUE '0001-01-01'.
          05 WK-ABANDON-RC            PIC S9(4) VALUE 8.
      * Feed-registration work fields - see CBSTXNP's guard on the
      * daily transaction file; the hash is the running sum of
      * CI-DEST-ACCOUNT and CI-AMOUNT truncated to 18 digits.
       01 WS-FEED-RECORD-COUNT         PIC 9(9) VALUE 0.
       01 WS-FEED-HASH-TOTAL           PIC 9(18) VALUE 0.
       01 WS-REGISTER-MATCHES          PIC S9(9) USAGE COMP VALUE 0.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-ACTIVE    PIC X(10) VALUE 'ACTIVE'.
      *    10 ACCT-STATUS-INACTIVE  PIC X(10) VALUE 'INACTIVE'.
      *    10 ACCT-STATUS-ESCHEATED PIC X(10) VALUE 'ESCHEATED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy / CBSCLIT.cpy / CBSFDRG
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLCBS-CLEARING-ITEM.
      *01  DCLCBS-FEED-REGISTER.  01 DCLBATCH-RUN-LOG.
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
             INCLUDE CBSMST
           END-EXEC.

           EXEC SQL
             INCLUDE CBSCLIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSFDRG
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM SCAN-FEED-FOR-REGISTER.
           PERFORM CHECK-FEED-REGISTER.
           PERFORM WRITE-RUN-LOG-START.

           OPEN INPUT CLEARING-FILE
           IF NOT CLRFILE-STATUS-OK
              DISPLAY 'ERROR OPENING CLEARING FILE. STATUS='
                CLRFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT TXN-FILE
           IF NOT TXNFILE-STATUS-OK
              DISPLAY 'ERROR OPENING TRANSLATED TXN FILE. STATUS='
                TXNFILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR OPENING EXCEPTION REPORT. STATUS='
                RPTFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADER.

           PERFORM READ-CLEARING-RECORD.
           PERFORM UNTIL WS-END-OF-FILE
              ADD 1 TO WS-READ-COUNT
              PERFORM TRANSLATE-ONE-ITEM
              PERFORM READ-CLEARING-RECORD
           END-PERFORM.
           PERFORM RECORD-FEED-REGISTER.
           PERFORM WRITE-RUN-LOG-END.

           MOVE WS-READ-COUNT       TO WS-READ-COUNT-DISPLAY.
           MOVE WS-TRANSLATED-COUNT TO WS-TRANSLATED-DISPLAY.
           MOVE WS-REFUSED-COUNT    TO WS-REFUSED-DISPLAY.
           DISPLAY '(CBSCLRIN) CLEARING ITEMS READ:  '
             WS-READ-COUNT-DISPLAY.
           DISPLAY '(CBSCLRIN) ITEMS TRANSLATED:     '
             WS-TRANSLATED-DISPLAY.
           DISPLAY '(CBSCLRIN) ITEMS REFUSED:        '
             WS-REFUSED-DISPLAY.

           CLOSE CLEARING-FILE.
           CLOSE TXN-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

      ******************************************************************
       READ-CLEARING-RECORD.
           READ CLEARING-FILE
              AT END
                 SET WS-END-OF-FILE TO TRUE
           END-READ.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card so
      * the items and the feed registration land under the business
      * date the file is FOR. A missing card falls back to CURRENT
      * DATE.
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
      * SCAN-FEED-FOR-REGISTER pre-reads the whole file for its
      * record count and key-field hash total, then closes it so the
      * translation pass starts from record one.
       SCAN-FEED-FOR-REGISTER.
           OPEN INPUT CLEARING-FILE
           IF NOT CLRFILE-STATUS-OK
              DISPLAY 'ERROR OPENING CLEARING FILE. STATUS='
                CLRFILE-STATUS
              STOP RUN
           END-IF.
           PERFORM READ-CLEARING-RECORD.
           PERFORM UNTIL WS-END-OF-FILE
              ADD 1 TO WS-FEED-RECORD-COUNT
              IF CI-DEST-ACCOUNT NUMERIC
                 ADD CI-DEST-ACCOUNT TO WS-FEED-HASH-TOTAL
              END-IF
              IF CI-AMOUNT NUMERIC
                 ADD CI-AMOUNT TO WS-FEED-HASH-TOTAL
              END-IF
              PERFORM READ-CLEARING-RECORD
           END-PERFORM.
           CLOSE CLEARING-FILE.
           MOVE 'N' TO WS-EOF-SWITCH.

      ******************************************************************
      * CHECK-FEED-REGISTER refuses the run when a clearing file with
      * this feed id, business date, count and hash has already been
      * translated to a clean end of run - translating it again would
      * hand CBSTXNP every credit and debit a second time under
      * references the scheme has already been told about. The run
      * also refuses to start when the register cannot be read.
       CHECK-FEED-REGISTER.
           MOVE WK-FEED-ID           TO FR-FEED-ID.
           MOVE WS-BUSINESS-DATE     TO FR-BUSINESS-DATE.
           MOVE WS-FEED-RECORD-COUNT TO FR-RECORD-COUNT.
           MOVE WS-FEED-HASH-TOTAL   TO FR-CONTENT-HASH.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-REGISTER-MATCHES
                  FROM CBS_FEED_REGISTER
                 WHERE FEED_ID = :FR-FEED-ID
                   AND BUSINESS_DATE = :FR-BUSINESS-DATE
                   AND RECORD_COUNT = :FR-RECORD-COUNT
                   AND CONTENT_HASH = :FR-CONTENT-HASH
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRIN) FEED REGISTER CHECK FAILED.'
                ' SQLCODE=' SQLCODE ' - RUN REFUSED'
              STOP RUN
           END-IF.
           IF WS-REGISTER-MATCHES > 0
              DISPLAY '(CBSCLRIN) CLEARING FILE ALREADY'
                ' PROCESSED FOR ' WS-BUSINESS-DATE ' - RUN REFUSED'
              STOP RUN
           END-IF.

      ******************************************************************
      * RECORD-FEED-REGISTER registers the translated file at clean
      * end of run and commits it together with the run's item rows.
      * If the registration cannot be written the items are rolled
      * back too and the run is abandoned, so the file is never left
      * translated but unregistered.
       RECORD-FEED-REGISTER.
           MOVE WK-CLR-USERID(1:8) TO FR-PROGRAM-NAME.
           EXEC SQL
                INSERT INTO CBS_FEED_REGISTER
                       ( FEED_ID ,
                         BUSINESS_DATE ,
                         RECORD_COUNT ,
                         CONTENT_HASH ,
                         PROGRAM_NAME ,
                         REGISTER_TIMESTAMP )
                VALUES
                       ( :FR-FEED-ID ,
                         :FR-BUSINESS-DATE ,
                         :FR-RECORD-COUNT ,
                         :FR-CONTENT-HASH ,
                         :FR-PROGRAM-NAME ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRIN) FEED REGISTER INSERT FAILED.'
                ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * TRANSLATE-ONE-ITEM edits one clearing item, writes the
      * CBSTXNR record for a good one and records the item either way.
       TRANSLATE-ONE-ITEM.
           MOVE SPACES TO WS-RETURN-CODE.
           MOVE SPACES TO WS-REFUSE-REASON.
           PERFORM EDIT-ITEM-FORMAT.
           IF WS-RETURN-CODE = SPACES
              PERFORM CHECK-DUPLICATE-ITEM
           END-IF.
           IF WS-RETURN-CODE = SPACES
              PERFORM VALIDATE-ITEM-ACCOUNT
           END-IF.
           IF WS-RETURN-CODE = SPACES
              PERFORM WRITE-TRANSLATED-RECORD
              MOVE WK-ITEM-TRANSLATED TO CL-ITEM-STATUS
              ADD 1 TO WS-TRANSLATED-COUNT
           ELSE
              MOVE WK-ITEM-REFUSED TO CL-ITEM-STATUS
              ADD 1 TO WS-REFUSED-COUNT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM INSERT-CLEARING-ITEM.

      ******************************************************************
      * EDIT-ITEM-FORMAT refuses an item the scheme should never have
      * sent: an unknown transaction code, a non-numeric account or
      * amount, a zero amount or no scheme reference to post under.
       EDIT-ITEM-FORMAT.
           EVALUATE TRUE
              WHEN NOT CI-DIRECT-CREDIT AND NOT CI-DIRECT-DEBIT
                 MOVE 'FF01' TO WS-RETURN-CODE
                 MOVE 'INVALID TRANSACTION CODE' TO WS-REFUSE-REASON
              WHEN CI-DEST-ACCOUNT NOT NUMERIC
                 MOVE 'FF01' TO WS-RETURN-CODE
                 MOVE 'INVALID ACCOUNT NUMBER' TO WS-REFUSE-REASON
              WHEN CI-AMOUNT NOT NUMERIC
                 MOVE 'FF01' TO WS-RETURN-CODE
                 MOVE 'INVALID AMOUNT' TO WS-REFUSE-REASON
              WHEN CI-AMOUNT = 0
                 MOVE 'FF01' TO WS-RETURN-CODE
                 MOVE 'ZERO AMOUNT' TO WS-REFUSE-REASON
              WHEN CI-SCHEME-REF = SPACES
                 MOVE 'FF01' TO WS-RETURN-CODE
                 MOVE 'MISSING SCHEME REFERENCE' TO WS-REFUSE-REASON
           END-EVALUATE.

      ******************************************************************
      * CHECK-DUPLICATE-ITEM refuses an item whose scheme reference is
      * already TRANSLATED or POSTED against the same account - from
      * an earlier file or earlier in this one. A previously REFUSED
      * or RETURNED item may be presented again and is edited afresh.
       CHECK-DUPLICATE-ITEM.
           MOVE CI-DEST-ACCOUNT TO CL-ACCOUNT-NUMBER.
           MOVE CI-SCHEME-REF   TO CL-SCHEME-REF.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-DUP-REF-COUNT
                  FROM CBS_CLEARING_ITEM
                 WHERE ACCOUNT_NUMBER = :CL-ACCOUNT-NUMBER
                   AND SCHEME_REF = :CL-SCHEME-REF
                   AND ITEM_STATUS IN ( :WK-ITEM-TRANSLATED ,
                                        :WK-ITEM-POSTED )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRIN) DUPLICATE-ITEM CHECK FAILED.'
                ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           IF WS-DUP-REF-COUNT > 0
              MOVE 'AM05' TO WS-RETURN-CODE
              MOVE 'DUPLICATE SCHEME REFERENCE' TO WS-REFUSE-REASON
           END-IF.

      ******************************************************************
      * VALIDATE-ITEM-ACCOUNT checks the destination account exists,
      * is ACTIVE and is held in the item's currency. A closed
      * account (INACTIVE or ESCHEATED) is returned as closed, any
      * other non-ACTIVE status as blocked.
       VALIDATE-ITEM-ACCOUNT.
           MOVE CI-DEST-ACCOUNT TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS, CURRENCY
                  INTO :H1-ACCOUNT-STATUS, :H1-CURRENCY
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'AC01' TO WS-RETURN-CODE
                 MOVE 'ACCOUNT NOT FOUND' TO WS-REFUSE-REASON
              WHEN SQLCODE NOT = 0
                 DISPLAY '(CBSCLRIN) ACCOUNT LOOKUP FAILED. ACCT='
                   CI-DEST-ACCOUNT ' SQLCODE=' SQLCODE
                 PERFORM ABANDON-RUN
              WHEN H1-ACCOUNT-STATUS = ACCT-STATUS-INACTIVE
                OR H1-ACCOUNT-STATUS = ACCT-STATUS-ESCHEATED
                 MOVE 'AC04' TO WS-RETURN-CODE
                 MOVE 'ACCOUNT CLOSED' TO WS-REFUSE-REASON
              WHEN H1-ACCOUNT-STATUS NOT = ACCT-STATUS-ACTIVE
                 MOVE 'AC06' TO WS-RETURN-CODE
                 MOVE 'ACCOUNT NOT ACTIVE' TO WS-REFUSE-REASON
              WHEN CI-CURRENCY NOT = H1-CURRENCY
                 MOVE 'AM03' TO WS-RETURN-CODE
                 MOVE 'CURRENCY DOES NOT MATCH ACCOUNT'
                   TO WS-REFUSE-REASON
           END-EVALUATE.

      ******************************************************************
      * WRITE-TRANSLATED-RECORD builds the CBSTXNR posting record.
       WRITE-TRANSLATED-RECORD.
           MOVE SPACES TO TXN-FILEREC.
           MOVE CI-DEST-ACCOUNT TO TR-ACCOUNT-NUMBER.
           IF CI-DIRECT-CREDIT
              MOVE 'C' TO TR-TXN-TYPE
           ELSE
              MOVE 'D' TO TR-TXN-TYPE
           END-IF.
           MOVE CI-AMOUNT     TO TR-TXN-AMOUNT.
           MOVE CI-CURRENCY   TO TR-CURRENCY.
           IF CI-PROCESSING-DATE = SPACES
              MOVE WS-BUSINESS-DATE TO TR-VALUE-DATE
           ELSE
              MOVE CI-PROCESSING-DATE TO TR-VALUE-DATE
           END-IF.
           MOVE 0             TO TR-CONTRA-ACCOUNT.
           MOVE CI-SCHEME-REF TO TR-TXN-REF.
           WRITE TXN-FILEREC.
           IF NOT TXNFILE-STATUS-OK
              DISPLAY '(CBSCLRIN) ERROR WRITING TRANSLATED TXN FILE.'
                ' STATUS=' TXNFILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * INSERT-CLEARING-ITEM records the item with its outcome. A
      * field the format edit found non-numeric is stored as zero;
      * the return then quotes the scheme reference alone.
       INSERT-CLEARING-ITEM.
           EXEC SQL
                SELECT NEXT VALUE FOR CLR_ITEM_SEQ
                  INTO :CL-ITEM-ID
                  FROM SYSIBM.SYSDUMMY1
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRIN) ITEM SEQUENCE FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO CL-BUSINESS-DATE.
           IF CI-DEST-ACCOUNT NUMERIC
              MOVE CI-DEST-ACCOUNT TO CL-ACCOUNT-NUMBER
           ELSE
              MOVE 0 TO CL-ACCOUNT-NUMBER
           END-IF.
           MOVE CI-SCHEME-REF TO CL-SCHEME-REF.
           MOVE CI-TXN-CODE   TO CL-TXN-CODE.
           IF CI-AMOUNT NUMERIC
              MOVE CI-AMOUNT TO CL-TXN-AMOUNT
           ELSE
              MOVE 0 TO CL-TXN-AMOUNT
           END-IF.
           MOVE CI-CURRENCY        TO CL-CURRENCY.
           MOVE CI-PROCESSING-DATE TO CL-PROCESSING-DATE.
           MOVE CI-ORIGINATOR-ID   TO CL-ORIGINATOR-ID.
           MOVE WS-RETURN-CODE     TO CL-RETURN-CODE.
           MOVE WS-REFUSE-REASON   TO CL-REJECT-REASON.
           MOVE WK-NOT-RETURNED    TO CL-RETURN-DATE.
           MOVE WK-CLR-USERID      TO CL-UPD-USERID.
           EXEC SQL
                INSERT INTO CBS_CLEARING_ITEM
                       ( ITEM_ID ,
                         BUSINESS_DATE ,
                         ACCOUNT_NUMBER ,
                         SCHEME_REF ,
                         TXN_CODE ,
                         TXN_AMOUNT ,
                         CURRENCY ,
                         PROCESSING_DATE ,
                         ORIGINATOR_ID ,
                         ITEM_STATUS ,
                         RETURN_CODE ,
                         REJECT_REASON ,
                         RETURN_DATE ,
                         UPD_USERID ,
                         UPD_TIMESTAMP )
                VALUES
                       ( :CL-ITEM-ID ,
                         :CL-BUSINESS-DATE ,
                         :CL-ACCOUNT-NUMBER ,
                         :CL-SCHEME-REF ,
                         :CL-TXN-CODE ,
                         :CL-TXN-AMOUNT ,
                         :CL-CURRENCY ,
                         :CL-PROCESSING-DATE ,
                         :CL-ORIGINATOR-ID ,
                         :CL-ITEM-STATUS ,
                         :CL-RETURN-CODE ,
                         :CL-REJECT-REASON ,
                         :CL-RETURN-DATE ,
                         :CL-UPD-USERID ,
                         CURRENT TIMESTAMP )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRIN) ITEM INSERT FAILED. REF='
                CI-SCHEME-REF ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * ABANDON-RUN rolls back every item row of the run, leaves the
      * file unregistered and stops with RC 8 so the posting step
      * does not pick up the partial CLRTXN. The file is rerun once
      * the cause is fixed.
       ABANDON-RUN.
           EXEC SQL
                ROLLBACK
           END-EXEC.
           DISPLAY '(CBSCLRIN) RUN ABANDONED AFTER ' WS-READ-COUNT
             ' ITEMS - NOTHING RECORDED, RERUN THE FILE'.
           MOVE WK-ABANDON-RC TO RL-RETURN-CODE.
           EXEC SQL
                UPDATE BATCH_RUN_LOG
                   SET END_TIMESTAMP = CURRENT TIMESTAMP ,
                       RETURN_CODE = :RL-RETURN-CODE ,
                       RUN_STATUS = 'E'
                 WHERE PROGRAM_NAME = :RL-PROGRAM-NAME
                   AND START_TIMESTAMP = :RL-START-TIMESTAMP
           END-EXEC.
           IF SQLCODE = 0
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
           CLOSE CLEARING-FILE.
           CLOSE TXN-FILE.
           CLOSE REPORT-FILE.
           MOVE WK-ABANDON-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it is later abandoned. END_TIMESTAMP starts equal to
      * START_TIMESTAMP and RUN_STATUS 'S' until end of run.
       WRITE-RUN-LOG-START.
           MOVE 'CBSCLRIN' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSCLRIN) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row
      * with the final counts - refused items count as failed.
       WRITE-RUN-LOG-END.
           MOVE WS-READ-COUNT       TO RL-RECORDS-READ.
           MOVE WS-TRANSLATED-COUNT TO RL-RECORDS-UPDATED.
           MOVE WS-REFUSED-COUNT    TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSCLRIN) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLEARING TRANSLATION EXCEPTION REPORT  BUSINESS '
                   'DATE ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CD ACCOUNT               AMOUNT CCY SCHEME-REF    '
                   '   ORIG   RTN  REASON'
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.

      ******************************************************************
       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING CI-TXN-CODE ' ' CI-DEST-ACCOUNT ' ' CI-AMOUNT ' '
                   CI-CURRENCY ' ' CI-SCHEME-REF ' '
                   CI-ORIGINATOR-ID ' ' WS-RETURN-CODE ' '
                   WS-REFUSE-REASON
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE
           IF NOT RPTFILE-STATUS-OK
              DISPLAY 'ERROR WRITING EXCEPTION REPORT.'
           END-IF.
