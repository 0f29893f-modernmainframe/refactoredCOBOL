      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: CBSCLRRT
      ******************************************************************
      * Clearing returns. Runs after CBSTXNP has posted the CLRTXN
      * file CBSCLRIN translated, and writes the scheme-format returns
      * file (CBSCLRR) for every CBS_CLEARING_ITEM we could not apply:
      *
      *  - a REFUSED item - one CBSCLRIN's edits turned away - goes
      *    back with the return reason CBSCLRIN recorded;
      *
      *  - a TRANSLATED item is matched to the latest CBS_ACCT_TXN_HIST
      *    row for its account and scheme reference (the CBSLNCOL
      *    disposition lookup, so a reject CBSTXSPD has since repaired
      *    and re-posted counts as posted). Accepted: the item is
      *    marked POSTED. No row yet: CBSTXNP has not run, and the
      *    item waits for the next run. Rejected for a reason the
      *    scheme has a return code for, the item goes back:
      *       ACCOUNT NOT FOUND               AC01
      *       ACCOUNT NOT ACTIVE              AC04 closed (INACTIVE
      *                                       or ESCHEATED), else AC06
      *       AMOUNT EXCEEDS PAYMENT LIMIT    AM02
      *       CURRENCY DOES NOT MATCH ACCOUNT AM03
      *       INSUFFICIENT FUNDS              AM04
      *       TERM DEPOSIT NOT MATURED        AG01
      *       DEBITS RESTRICTED - KYC REVIEW  AG01
      *       DEBITS FROZEN - CUSTOMER        MD07
      *       DECEASED
      *    and its CBS_TXN_SUSPENSE item is closed as returned ('X')
      *    so back office cannot re-post money that has gone back.
      *    Any other reject (a failed lookup, a concurrent update) is
      *    ours, not the customer's: the item stays with back office
      *    on the suspense queue and only goes back, as MS03, once
      *    CBSTXSPD has formally returned it.
      *
      * Returned items are marked RETURNED with the reason and the
      * business date. The item updates and the returns file are one
      * unit of work, committed once the file is closed, so an
      * abended run returns nothing and its rerun writes every return
      * afresh. The run is logged on BATCH_RUN_LOG.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBSCLRRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT RETURNS-FILE ASSIGN TO CLRRET
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS RETFILE-STATUS.

            SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
            ORGANIZATION IS SEQUENTIAL
            ACCESS IS SEQUENTIAL
            FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RETURNS-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 RETURNS-FILEREC.
           COPY CBSCLRR.
      * PATH : .../Cobol Include/CBSCLRR
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *    05 CR-TXN-CODE                 PIC X(2).
      *    05 CR-DEST-ACCOUNT             PIC 9(18).
      *    05 CR-AMOUNT                   PIC 9(9).
      *    05 CR-CURRENCY                 PIC X(3).
      *    05 CR-PROCESSING-DATE          PIC X(10).
      *    05 CR-SCHEME-REF               PIC X(16).
      *    05 CR-ORIGINATOR-ID            PIC X(6).
      *    05 CR-RETURN-CODE              PIC X(4).
      *    05 CR-RETURN-DATE              PIC X(10).

      * Processing-calendar control card - see CBSBDATE.
       FD BUSINESS-DATE-FILE
            RECORD CONTAINS 80
            RECORDING MODE IS F.

       01 BUSINESS-DATE-REC.
           COPY CBSBDATE.

       WORKING-STORAGE SECTION.
       01 RETFILE-STATUS               PIC X(02) VALUE SPACES.
          88 RETFILE-STATUS-OK         VALUE '00'.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-BUSINESS-DATE             PIC X(10) VALUE SPACES.
       01 WS-EOF-SWITCH                PIC X VALUE 'N'.
          88 WS-END-OF-CURSOR          VALUE 'Y'.
       01 WS-HIST-DISPOSITION          PIC X(1).
       01 WS-HIST-REASON               PIC X(50).
       01 WS-RETURN-CODE               PIC X(4).
       01 WS-SUSP-RETURNED             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT                PIC S9(9) USAGE COMP VALUE 0.
       01 WS-POSTED-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-RETURNED-COUNT            PIC S9(9) USAGE COMP VALUE 0.
       01 WS-WAITING-COUNT             PIC S9(9) USAGE COMP VALUE 0.
       01 WS-READ-COUNT-DISPLAY        PIC ZZZ,ZZZ,ZZ9.
       01 WS-POSTED-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
       01 WS-RETURNED-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01 WS-WAITING-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01 WK-CONSTANTS.
          05 WK-RTN-USERID            PIC X(10) VALUE 'CBSCLRRT'.
          05 WK-ITEM-TRANSLATED       PIC X(10) VALUE 'TRANSLATED'.
          05 WK-ITEM-REFUSED          PIC X(10) VALUE 'REFUSED'.
          05 WK-ITEM-POSTED           PIC X(10) VALUE 'POSTED'.
          05 WK-ITEM-RETURNED         PIC X(10) VALUE 'RETURNED'.
          05 WK-ABANDON-RC            PIC S9(4) VALUE 8.
      ******************************************************************
           COPY STATCONS.
      * PATH : .../Cobol Include/STATCONS
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  STATUS-CONSTANTS.
      *    10 ACCT-STATUS-INACTIVE  PIC X(10) VALUE 'INACTIVE'.
      *    10 ACCT-STATUS-ESCHEATED PIC X(10) VALUE 'ESCHEATED'.
      ******************************************************************
      * PATH : .../Cobol Include/CBSCLIT.cpy / CBSTXNH.cpy / CBSMST
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOKS :
      *01  DCLCBS-CLEARING-ITEM.  01 DCLCBS-ACCT-TXN-HIST.
      *01  DCLCBS-ACCT-MSTR-DTL.  01 DCLBATCH-RUN-LOG.
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
             INCLUDE CBSCLIT
           END-EXEC.

           EXEC SQL
             INCLUDE CBSTXNH
           END-EXEC.

           EXEC SQL
             INCLUDE CBSMST
           END-EXEC.

      * Every clearing item not yet settled either way, oldest first.
           EXEC SQL
             DECLARE OPENITEMCSR CURSOR FOR
                SELECT ITEM_ID, ACCOUNT_NUMBER, SCHEME_REF, TXN_CODE,
                       TXN_AMOUNT, CURRENCY, PROCESSING_DATE,
                       ORIGINATOR_ID, ITEM_STATUS, RETURN_CODE,
                       REJECT_REASON
                  FROM CBS_CLEARING_ITEM
                 WHERE ITEM_STATUS IN ( :WK-ITEM-TRANSLATED ,
                                        :WK-ITEM-REFUSED )
                 ORDER BY ITEM_ID
           END-EXEC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-BUSINESS-DATE.
           PERFORM WRITE-RUN-LOG-START.

           OPEN OUTPUT RETURNS-FILE
           IF NOT RETFILE-STATUS-OK
              DISPLAY 'ERROR OPENING CLEARING RETURNS FILE. STATUS='
                RETFILE-STATUS
              STOP RUN
           END-IF.

           EXEC SQL
                OPEN OPENITEMCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRRT) ITEM CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           PERFORM FETCH-NEXT-ITEM.
           PERFORM UNTIL WS-END-OF-CURSOR
              ADD 1 TO WS-READ-COUNT
              PERFORM SETTLE-ONE-ITEM
              PERFORM FETCH-NEXT-ITEM
           END-PERFORM.
           EXEC SQL
                CLOSE OPENITEMCSR
           END-EXEC.

           CLOSE RETURNS-FILE.
           EXEC SQL
                COMMIT
           END-EXEC.

           MOVE WS-READ-COUNT     TO WS-READ-COUNT-DISPLAY.
           MOVE WS-POSTED-COUNT   TO WS-POSTED-DISPLAY.
           MOVE WS-RETURNED-COUNT TO WS-RETURNED-DISPLAY.
           MOVE WS-WAITING-COUNT  TO WS-WAITING-DISPLAY.
           DISPLAY '(CBSCLRRT) OPEN ITEMS READ:      '
             WS-READ-COUNT-DISPLAY.
           DISPLAY '(CBSCLRRT) ITEMS POSTED:         '
             WS-POSTED-DISPLAY.
           DISPLAY '(CBSCLRRT) ITEMS RETURNED:       '
             WS-RETURNED-DISPLAY.
           DISPLAY '(CBSCLRRT) ITEMS STILL WAITING:  '
             WS-WAITING-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           STOP RUN.

      ******************************************************************
      * READ-BUSINESS-DATE picks up the processing-calendar card for
      * the return date. A missing card falls back to CURRENT DATE.
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
       FETCH-NEXT-ITEM.
           EXEC SQL
                FETCH OPENITEMCSR
                 INTO :CL-ITEM-ID, :CL-ACCOUNT-NUMBER,
                      :CL-SCHEME-REF, :CL-TXN-CODE,
                      :CL-TXN-AMOUNT, :CL-CURRENCY,
                      :CL-PROCESSING-DATE, :CL-ORIGINATOR-ID,
                      :CL-ITEM-STATUS, :CL-RETURN-CODE,
                      :CL-REJECT-REASON
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(CBSCLRRT) ITEM FETCH FAILED. SQLCODE='
                   SQLCODE
                 PERFORM ABANDON-RUN
           END-EVALUATE.

      ******************************************************************
      * SETTLE-ONE-ITEM returns a refused item outright and settles a
      * translated one from its posting disposition.
       SETTLE-ONE-ITEM.
           IF CL-ITEM-STATUS = WK-ITEM-REFUSED
              PERFORM RETURN-ONE-ITEM
           ELSE
              MOVE CL-ACCOUNT-NUMBER TO TX-ACCOUNT-NUMBER
              MOVE CL-SCHEME-REF     TO TX-TXN-REF
              PERFORM FETCH-LATEST-DISPOSITION
              EVALUATE TRUE
                 WHEN SQLCODE = 100
                    ADD 1 TO WS-WAITING-COUNT
                 WHEN WS-HIST-DISPOSITION = 'A'
                    PERFORM MARK-ITEM-POSTED
                 WHEN OTHER
                    PERFORM MAP-REJECT-TO-RETURN
                    IF WS-RETURN-CODE = SPACES
                       ADD 1 TO WS-WAITING-COUNT
                    ELSE
                       MOVE WS-RETURN-CODE TO CL-RETURN-CODE
                       MOVE WS-HIST-REASON TO CL-REJECT-REASON
                       PERFORM CLOSE-SUSPENSE-ITEM
                       PERFORM RETURN-ONE-ITEM
                    END-IF
              END-EVALUATE
           END-IF.

      ******************************************************************
      * FETCH-LATEST-DISPOSITION reads the most recent posting of the
      * scheme reference against the account - a reject repaired and
      * re-posted through CBSTXSPD is later than the original reject.
      * SQLCODE 100 is left for the caller: not yet posted.
       FETCH-LATEST-DISPOSITION.
           EXEC SQL
                SELECT DISPOSITION, REJECT_REASON
                  INTO :WS-HIST-DISPOSITION, :WS-HIST-REASON
                  FROM CBS_ACCT_TXN_HIST
                 WHERE ACCOUNT_NUMBER = :TX-ACCOUNT-NUMBER
                   AND TXN_REF = :TX-TXN-REF
                 ORDER BY POST_TIMESTAMP DESC
                 FETCH FIRST 1 ROW ONLY
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '(CBSCLRRT) HISTORY LOOKUP FAILED. ACCT='
                TX-ACCOUNT-NUMBER ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * MAP-REJECT-TO-RETURN turns CBSTXNP's reject reason into the
      * scheme return code. A reason with no scheme equivalent leaves
      * WS-RETURN-CODE blank unless back office has already returned
      * the suspense item, when it goes back as MS03.
       MAP-REJECT-TO-RETURN.
           MOVE SPACES TO WS-RETURN-CODE.
           EVALUATE WS-HIST-REASON
              WHEN 'ACCOUNT NOT FOUND'
                 MOVE 'AC01' TO WS-RETURN-CODE
              WHEN 'ACCOUNT NOT ACTIVE'
                 PERFORM CLASSIFY-INACTIVE-ACCOUNT
              WHEN 'AMOUNT EXCEEDS PAYMENT LIMIT'
                 MOVE 'AM02' TO WS-RETURN-CODE
              WHEN 'CURRENCY DOES NOT MATCH ACCOUNT'
                 MOVE 'AM03' TO WS-RETURN-CODE
              WHEN 'INSUFFICIENT FUNDS'
                 MOVE 'AM04' TO WS-RETURN-CODE
              WHEN 'TERM DEPOSIT NOT MATURED'
                 MOVE 'AG01' TO WS-RETURN-CODE
              WHEN 'DEBITS RESTRICTED - KYC REVIEW'
                 MOVE 'AG01' TO WS-RETURN-CODE
              WHEN 'DEBITS FROZEN - CUSTOMER DECEASED'
                 MOVE 'MD07' TO WS-RETURN-CODE
              WHEN OTHER
                 PERFORM CHECK-SUSPENSE-RETURNED
                 IF WS-SUSP-RETURNED > 0
                    MOVE 'MS03' TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.

      ******************************************************************
      * CLASSIFY-INACTIVE-ACCOUNT tells a closed account (AC04) from
      * a dormant or suspended one (AC06).
       CLASSIFY-INACTIVE-ACCOUNT.
           MOVE CL-ACCOUNT-NUMBER TO H1-ACCOUNT-NUMBER.
           EXEC SQL
                SELECT ACCOUNT_STATUS
                  INTO :H1-ACCOUNT-STATUS
                  FROM CBS_ACCT_MSTR_DTL
                 WHERE ACCOUNT_NUMBER = :H1-ACCOUNT-NUMBER
           END-EXEC.
           IF SQLCODE = 0
              AND ( H1-ACCOUNT-STATUS = ACCT-STATUS-INACTIVE
                 OR H1-ACCOUNT-STATUS = ACCT-STATUS-ESCHEATED )
              MOVE 'AC04' TO WS-RETURN-CODE
           ELSE
              MOVE 'AC06' TO WS-RETURN-CODE
           END-IF.

      ******************************************************************
      * CHECK-SUSPENSE-RETURNED counts suspense items for the item's
      * account and reference that back office has returned ('X').
       CHECK-SUSPENSE-RETURNED.
           MOVE 0 TO WS-SUSP-RETURNED.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-SUSP-RETURNED
                  FROM CBS_TXN_SUSPENSE
                 WHERE ACCOUNT_NUMBER = :CL-ACCOUNT-NUMBER
                   AND TXN_REF = :CL-SCHEME-REF
                   AND SUSP_STATUS = 'X'
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRRT) SUSPENSE LOOKUP FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
      * CLOSE-SUSPENSE-ITEM closes the item's pending suspense entry
      * as returned to the originator, as CBSTXSPD's 'X' action does,
      * so the returned money cannot also be re-posted.
       CLOSE-SUSPENSE-ITEM.
           EXEC SQL
                UPDATE CBS_TXN_SUSPENSE
                   SET SUSP_STATUS = 'X' ,
                       WORKED_USERID = :WK-RTN-USERID ,
                       WORKED_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ACCOUNT_NUMBER = :CL-ACCOUNT-NUMBER
                   AND TXN_REF = :CL-SCHEME-REF
                   AND SUSP_STATUS = 'P'
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              DISPLAY '(CBSCLRRT) SUSPENSE CLOSE FAILED. SQLCODE='
                SQLCODE
              PERFORM ABANDON-RUN
           END-IF.

      ******************************************************************
       MARK-ITEM-POSTED.
           EXEC SQL
                UPDATE CBS_CLEARING_ITEM
                   SET ITEM_STATUS = :WK-ITEM-POSTED ,
                       UPD_USERID = :WK-RTN-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ITEM_ID = :CL-ITEM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRRT) ITEM UPDATE FAILED. ITEM='
                CL-ITEM-ID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.

      ******************************************************************
      * RETURN-ONE-ITEM writes the scheme return record and marks the
      * item RETURNED with its reason and the return date.
       RETURN-ONE-ITEM.
           MOVE SPACES TO RETURNS-FILEREC.
           MOVE CL-TXN-CODE        TO CR-TXN-CODE.
           MOVE CL-ACCOUNT-NUMBER  TO CR-DEST-ACCOUNT.
           MOVE CL-TXN-AMOUNT      TO CR-AMOUNT.
           MOVE CL-CURRENCY        TO CR-CURRENCY.
           MOVE CL-PROCESSING-DATE TO CR-PROCESSING-DATE.
           MOVE CL-SCHEME-REF      TO CR-SCHEME-REF.
           MOVE CL-ORIGINATOR-ID   TO CR-ORIGINATOR-ID.
           MOVE CL-RETURN-CODE     TO CR-RETURN-CODE.
           MOVE WS-BUSINESS-DATE   TO CR-RETURN-DATE.
           WRITE RETURNS-FILEREC.
           IF NOT RETFILE-STATUS-OK
              DISPLAY '(CBSCLRRT) ERROR WRITING RETURNS FILE.'
                ' STATUS=' RETFILE-STATUS
              PERFORM ABANDON-RUN
           END-IF.
           MOVE WS-BUSINESS-DATE TO CL-RETURN-DATE.
           EXEC SQL
                UPDATE CBS_CLEARING_ITEM
                   SET ITEM_STATUS = :WK-ITEM-RETURNED ,
                       RETURN_CODE = :CL-RETURN-CODE ,
                       REJECT_REASON = :CL-REJECT-REASON ,
                       RETURN_DATE = :CL-RETURN-DATE ,
                       UPD_USERID = :WK-RTN-USERID ,
                       UPD_TIMESTAMP = CURRENT TIMESTAMP
                 WHERE ITEM_ID = :CL-ITEM-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(CBSCLRRT) ITEM UPDATE FAILED. ITEM='
                CL-ITEM-ID ' SQLCODE=' SQLCODE
              PERFORM ABANDON-RUN
           END-IF.
           ADD 1 TO WS-RETURNED-COUNT.
           DISPLAY '(CBSCLRRT) ITEM RETURNED. REF=' CL-SCHEME-REF
             ' CODE=' CL-RETURN-CODE ' REASON=' CL-REJECT-REASON.

      ******************************************************************
      * ABANDON-RUN rolls back every item update of the run and stops
      * with RC 8; the partial returns file must not be sent.
       ABANDON-RUN.
           EXEC SQL
                ROLLBACK
           END-EXEC.
           DISPLAY '(CBSCLRRT) RUN ABANDONED - NO RETURNS RECORDED,'
             ' DO NOT SEND CLRRET'.
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
           CLOSE RETURNS-FILE.
           MOVE WK-ABANDON-RC TO RETURN-CODE.
           STOP RUN.

      ******************************************************************
      * WRITE-RUN-LOG-START inserts this run's BATCH_RUN_LOG row and
      * commits it at once, so CBSOPSUM's dashboard sees the run even
      * if it is later abandoned.
       WRITE-RUN-LOG-START.
           MOVE 'CBSCLRRT' TO RL-PROGRAM-NAME.
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
              DISPLAY '(CBSCLRRT) RUN LOG START FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.

      ******************************************************************
      * WRITE-RUN-LOG-END closes out this run's BATCH_RUN_LOG row:
      * items settled (posted or returned) as updated, items still
      * waiting as failed.
       WRITE-RUN-LOG-END.
           MOVE WS-READ-COUNT TO RL-RECORDS-READ.
           COMPUTE RL-RECORDS-UPDATED =
                   WS-POSTED-COUNT + WS-RETURNED-COUNT.
           MOVE WS-WAITING-COUNT TO RL-RECORDS-FAILED.
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
              DISPLAY '(CBSCLRRT) RUN LOG END FAILED. SQLCODE='
                SQLCODE
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
           END-IF.
