      * unchanged bulk of the table every night. The full unload is
      * still written on every run and remains the weekly baseline;
      * operations keep FULL on the card for the baseline night.
      *
      * A DELTA run also sends the customer merges made through
      * TCSCUSC1 since the last delta: each pending CUST_MERGE_LOG row
      * goes to DELTAEXT as an 'M' record naming the merged-away and
      * surviving CUIDs, after the matched records, and is marked
      * sent with the feed's business date. The merged-away CUID's
      * own close still shows as an ordinary 'C' change. A FULL night
      * leaves the merges pending for the next delta.
      *
      * Every record also carries the customer's marketing consent
      * flags from CUST_MKTG_CONSENT, so the CRM holds the bank's own
      * register rather than a list of its own. A consent change is
      * a 'C' on the delta like any other change. Alongside the full
      * unload, every run writes the marketing variant (MKTGEXT,
      * feed id CUSTMKT, same layout) holding only the customers the
      * CRM may market: at least one channel opted in, and no
      * bereavement notified. Opted-out and never-asked customers,
      * and the estates of the deceased, never reach it. The record
      * grew from 323 to 326 bytes with the flags; a prior
      * generation written before that cannot be opened at the new
      * length, so that night's delta falls back to full only.
      ******************************************************************

       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS DELTAFILE-STATUS.

           SELECT MARKETING-FILE ASSIGN TO MKTGEXT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS MKTGFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE
            RECORD CONTAINS 326
            RECORDING MODE IS F.
           COPY CUSTEXT.
      * PATH : .../Cobol Include/CUSTEXT
      *    05 EX-CUSTOMER-ADDRESS      PIC X(250).
      *    05 EX-CUSTOMER-AGE          PIC 999.
      *    05 EX-CUSTOMER-STATUS       PIC X(1).
      *    05 EX-POST-CONSENT          PIC X(1).
      *    05 EX-PHONE-CONSENT         PIC X(1).
      *    05 EX-EMAIL-CONSENT         PIC X(1).

      * Business-date/generation control card for the feed header -
      * operations bump the generation per send so the receiving side
      * delta match. The file carries its own CBSFEEDC header and
      * trailer, which the delta match skips.
       FD PREV-EXTRACT-FILE
            RECORD CONTAINS 326
            RECORDING MODE IS F.

       01 PREV-EXTRACT-REC.
          05 PX-CUSTOMER-ID            PIC 9(9).
          05 FILLER                    PIC X(317).

       FD DELTA-FILE
            RECORD CONTAINS 327
            RECORDING MODE IS F.
           COPY CUSTDLT.
      * PATH : .../Cobol Include/CUSTDLT
      *    05 DL-ACTION-CODE           PIC X(1).
      *    05 DL-CUSTOMER-DETAIL.

      * Marketing variant of the full unload, in the CUSTEXT layout -
      * only the customers WRITE-MARKETING-RECORD lets through.
       FD MARKETING-FILE
            RECORD CONTAINS 326
            RECORDING MODE IS F.

       01 MARKETING-FILEREC            PIC X(326).

       WORKING-STORAGE SECTION.
       01 BUSDATE-STATUS               PIC X(02) VALUE SPACES.
          88 BUSDATE-STATUS-OK         VALUE '00'.
       01 WS-DELTA-COUNT               PIC 9(9) VALUE 0.
       01 WS-DELTA-HASH                PIC 9(18) VALUE 0.
       01 WS-DELTA-COUNT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.
       01 WS-MERGE-EOF-SWITCH          PIC X VALUE 'N'.
          88 WS-MERGE-END-OF-CURSOR    VALUE 'Y'.
       01 WS-MERGE-COUNT               PIC S9(9) USAGE COMP VALUE 0.
       01 MKTGFILE-STATUS              PIC X(02) VALUE SPACES.
          88 MKTGFILE-STATUS-OK        VALUE '00'.
       01 WK-MKTG-FEED-ID              PIC X(8) VALUE 'CUSTMKT'.
       01 WS-MKTG-COUNT                PIC 9(9) VALUE 0.
       01 WS-MKTG-HASH                 PIC 9(18) VALUE 0.
      * Consent flags and bereavement indicator fetched with each
      * CUSTOMER row ('Y' when a CUST_BEREAVEMENT row exists).
       01 WS-ROW-POST-CONSENT          PIC X(1).
       01 WS-ROW-PHONE-CONSENT         PIC X(1).
       01 WS-ROW-EMAIL-CONSENT         PIC X(1).
       01 WS-ROW-BEREAVED              PIC X(1).
      * Current row's 326-byte extract image, built here so the delta
      * match can compare it byte for byte against the prior
      * generation's record before it is written to the full unload.
       01 WS-CURR-IMAGE.
          05 WS-CI-CUSTOMER-ADDRESS    PIC X(250).
          05 WS-CI-CUSTOMER-AGE        PIC 999.
          05 WS-CI-CUSTOMER-STATUS     PIC X(1).
          05 WS-CI-POST-CONSENT        PIC X(1).
          05 WS-CI-PHONE-CONSENT       PIC X(1).
          05 WS-CI-EMAIL-CONSENT       PIC X(1).
      ******************************************************************
      * PATH : .../zOS Cobol/TCSCUSCR.cbl
       01  CUSTOMER.
             INCLUDE CUSTOMER
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTMRG
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTMCON
           END-EXEC.

           EXEC SQL
             INCLUDE CUSTBRV
           END-EXEC.

      * Every customer with its consent flags - space for a customer
      * never asked - and whether a bereavement has been notified.
           EXEC SQL
             DECLARE CUSTEXTCSR CURSOR FOR
                SELECT C.CUID, C.CUSTNAME, C.ADDRESS, C.AGE, C.STATUS,
                       COALESCE(M.POST_CONSENT, ' '),
                       COALESCE(M.PHONE_CONSENT, ' '),
                       COALESCE(M.EMAIL_CONSENT, ' '),
                       CASE WHEN B.CUID IS NULL THEN 'N'
                            ELSE 'Y' END
                  FROM CUSTOMER C
                  LEFT OUTER JOIN CUST_MKTG_CONSENT M
                    ON M.CUID = C.CUID
                  LEFT OUTER JOIN CUST_BEREAVEMENT B
                    ON B.CUID = C.CUID
                 ORDER BY C.CUID
           END-EXEC.

      * Customer merges not yet sent on a delta, oldest first.
           EXEC SQL
             DECLARE MERGEFEEDCSR CURSOR FOR
                SELECT VICTIM_CUID, SURVIVOR_CUID, ACCOUNTS_MOVED,
                       MERGE_TIMESTAMP
                  FROM CUST_MERGE_LOG
                 WHERE FEED_STATUS = 'P'
                 ORDER BY MERGE_TIMESTAMP, VICTIM_CUID
           END-EXEC.

       LINKAGE SECTION.
           END-IF.
           PERFORM READ-FEED-CONTROL.
           PERFORM WRITE-FEED-HEADER.
           OPEN OUTPUT MARKETING-FILE
           IF NOT MKTGFILE-STATUS-OK
              DISPLAY 'ERROR OPENING MARKETING EXTRACT FILE.'
              STOP RUN
           END-IF.
           PERFORM WRITE-MARKETING-HEADER.

           IF WS-DELTA-MODE
              PERFORM OPEN-DELTA-FILES
           END-EXEC.

           PERFORM WRITE-FEED-TRAILER.
           PERFORM WRITE-MARKETING-TRAILER.
           CLOSE MARKETING-FILE.
           IF WS-DELTA-MODE
              PERFORM WRITE-DELTA-MERGES
              PERFORM WRITE-DELTA-TRAILER
              CLOSE PREV-EXTRACT-FILE
              CLOSE DELTA-FILE
              MOVE WS-DELTA-COUNT TO WS-DELTA-COUNT-DISPLAY
              DISPLAY '(TCSCEXT) DELTA RECORDS WRITTEN:      '
                WS-DELTA-COUNT-DISPLAY
              MOVE WS-MERGE-COUNT TO WS-DELTA-COUNT-DISPLAY
              DISPLAY '(TCSCEXT) CUSTOMER MERGES SENT:       '
                WS-DELTA-COUNT-DISPLAY
           END-IF.
           MOVE WS-EXTRACT-COUNT TO WS-EXTRACT-COUNT-DISPLAY.
           DISPLAY '(TCSCEXT) CUSTOMER RECORDS EXTRACTED: '
             WS-EXTRACT-COUNT-DISPLAY.
           MOVE WS-MKTG-COUNT TO WS-EXTRACT-COUNT-DISPLAY.
           DISPLAY '(TCSCEXT) MARKETING RECORDS WRITTEN:  '
             WS-EXTRACT-COUNT-DISPLAY.

           PERFORM WRITE-RUN-LOG-END.
           CLOSE EXTRACT-FILE.
           EXEC SQL
                FETCH CUSTEXTCSR
                 INTO :CUSTOMER-ID, :CUSTOMER-NAME, :CUSTOMER-ADDRESS,
                      :CUSTOMER-AGE, :CUSTOMER-STATUS,
                      :WS-ROW-POST-CONSENT, :WS-ROW-PHONE-CONSENT,
                      :WS-ROW-EMAIL-CONSENT, :WS-ROW-BEREAVED
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
           MOVE CUSTOMER-ADDRESS TO WS-CI-CUSTOMER-ADDRESS.
           MOVE CUSTOMER-AGE     TO WS-CI-CUSTOMER-AGE.
           MOVE CUSTOMER-STATUS  TO WS-CI-CUSTOMER-STATUS.
           MOVE WS-ROW-POST-CONSENT  TO WS-CI-POST-CONSENT.
           MOVE WS-ROW-PHONE-CONSENT TO WS-CI-PHONE-CONSENT.
           MOVE WS-ROW-EMAIL-CONSENT TO WS-CI-EMAIL-CONSENT.

      ******************************************************************
       WRITE-EXTRACT-RECORD.
              ADD 1 TO FC-T-DETAIL-COUNT
              ADD WS-CI-CUSTOMER-ID TO FC-T-HASH-TOTAL
           END-IF.
           PERFORM WRITE-MARKETING-RECORD.

      ******************************************************************
      * WRITE-MARKETING-RECORD passes the current image to the
      * marketing variant only when the customer has opted in on at
      * least one channel and no bereavement has been notified. A
      * customer opted out everywhere, or never asked, is left out;
      * the flags on the record tell the CRM which channels it may
      * use for those let through.
       WRITE-MARKETING-RECORD.
           IF WS-ROW-BEREAVED = 'N'
              AND (WS-CI-POST-CONSENT = 'Y'
                   OR WS-CI-PHONE-CONSENT = 'Y'
                   OR WS-CI-EMAIL-CONSENT = 'Y')
              WRITE MARKETING-FILEREC FROM WS-CURR-IMAGE
              IF NOT MKTGFILE-STATUS-OK
                 DISPLAY 'ERROR WRITING MARKETING EXTRACT FILE.'
              ELSE
                 ADD 1 TO WS-MKTG-COUNT
                 ADD WS-CI-CUSTOMER-ID TO WS-MKTG-HASH
              END-IF
           END-IF.

      ******************************************************************
      * WRITE-MARKETING-HEADER/WRITE-MARKETING-TRAILER wrap the
      * marketing variant the same way as the delta file: the full
      * unload's business date and generation under the variant's own
      * feed id, and its own count and hash in the shared trailer
      * once the full unload's trailer is written.
       WRITE-MARKETING-HEADER.
           MOVE WK-MKTG-FEED-ID TO FC-H-FEED-ID.
           WRITE MARKETING-FILEREC FROM FC-FEED-HEADER
           IF NOT MKTGFILE-STATUS-OK
              DISPLAY 'ERROR WRITING MARKETING HEADER.'
           END-IF.
           MOVE WK-FEED-ID TO FC-H-FEED-ID.

      ******************************************************************
       WRITE-MARKETING-TRAILER.
           MOVE WS-MKTG-COUNT TO FC-T-DETAIL-COUNT.
           MOVE WS-MKTG-HASH  TO FC-T-HASH-TOTAL.
           WRITE MARKETING-FILEREC FROM FC-FEED-TRAILER
           IF NOT MKTGFILE-STATUS-OK
              DISPLAY 'ERROR WRITING MARKETING TRAILER.'
           END-IF.

      ******************************************************************
       OPEN-DELTA-FILES.
      * MATCH-ONE-DELTA-PAIR is the balance line between the prior
      * generation and the current cursor, both in CUID order: a key
      * only on the old side was deleted, a key only on the new side
      * was added, and a matched key whose 326-byte images differ was
      * changed. Every current row still goes to the full unload,
      * which becomes the next run's prior generation.
       MATCH-ONE-DELTA-PAIR.
           MOVE PREV-EXTRACT-REC TO DL-CUSTOMER-DETAIL.
           PERFORM WRITE-DELTA-RECORD.

      ******************************************************************
      * WRITE-DELTA-MERGES sends each pending merge as an 'M' record
      * and marks it sent in the same unit of work; the run's final
      * COMMIT (WRITE-RUN-LOG-END) makes the marks durable, so a run
      * that fails before then sends the merges again next time.
       WRITE-DELTA-MERGES.
           EXEC SQL
                OPEN MERGEFEEDCSR
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY '(TCSCEXT) MERGE CURSOR OPEN FAILED. SQLCODE='
                SQLCODE
              SET WS-MERGE-END-OF-CURSOR TO TRUE
           ELSE
              PERFORM FETCH-NEXT-MERGE
           END-IF.
           PERFORM UNTIL WS-MERGE-END-OF-CURSOR
              PERFORM WRITE-DELTA-MERGE
              PERFORM FETCH-NEXT-MERGE
           END-PERFORM.
           EXEC SQL
                CLOSE MERGEFEEDCSR
           END-EXEC.

      ******************************************************************
       FETCH-NEXT-MERGE.
           EXEC SQL
                FETCH MERGEFEEDCSR
                 INTO :MG-VICTIM-CUID, :MG-SURVIVOR-CUID,
                      :MG-ACCOUNTS-MOVED, :MG-MERGE-TIMESTAMP
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
                 SET WS-MERGE-END-OF-CURSOR TO TRUE
              WHEN 0
                 CONTINUE
              WHEN OTHER
                 DISPLAY '(TCSCEXT) MERGE FETCH FAILED. SQLCODE='
                   SQLCODE
                 SET WS-MERGE-END-OF-CURSOR TO TRUE
           END-EVALUATE.

      ******************************************************************
       WRITE-DELTA-MERGE.
           MOVE SPACES TO DELTA-FILEREC.
           MOVE 'M' TO DL-ACTION-CODE.
           MOVE MG-VICTIM-CUID     TO DL-MERGE-VICTIM-ID.
           MOVE MG-SURVIVOR-CUID   TO DL-MERGE-SURVIVOR-ID.
           MOVE MG-MERGE-TIMESTAMP TO DL-MERGE-TIMESTAMP.
           MOVE MG-ACCOUNTS-MOVED  TO DL-MERGE-ACCOUNTS.
           PERFORM WRITE-DELTA-RECORD.
           IF DELTAFILE-STATUS-OK
              MOVE FC-H-BUSINESS-DATE TO MG-FEED-DATE
              EXEC SQL
                   UPDATE CUST_MERGE_LOG
                      SET FEED_STATUS = 'S' ,
                          FEED_DATE = :MG-FEED-DATE
                    WHERE VICTIM_CUID = :MG-VICTIM-CUID
                      AND FEED_STATUS = 'P'
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY '(TCSCEXT) MERGE MARK FAILED. CUID='
                   MG-VICTIM-CUID ' SQLCODE=' SQLCODE
              ELSE
                 ADD 1 TO WS-MERGE-COUNT
              END-IF
           END-IF.

      ******************************************************************
       WRITE-DELTA-RECORD.
           WRITE DELTA-FILEREC
      * with the final counts and return code.
       WRITE-RUN-LOG-END.
           MOVE WS-EXTRACT-COUNT TO RL-RECORDS-READ.
           MOVE WS-MERGE-COUNT TO RL-RECORDS-UPDATED.
           MOVE 0 TO RL-RECORDS-FAILED.
           MOVE 0 TO RL-RETURN-CODE.
           EXEC SQL
