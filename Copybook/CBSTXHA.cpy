      * plus the archival timestamp. CBSRETAR moves rows older than
      * the retention period here copy-then-delete (the YRENDARC
      * style); CBSTXINQ reaches them with its archive source flag.
      * DRAWER_ID was added to the live table after this one was
      * built and sits after ARCHIVED_TIMESTAMP; rows archived before
      * it was carried default to spaces.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_TXN_HIST_ARCH TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             REJECT_REASON                  CHAR(50) NOT NULL,
             POST_USERID                    CHAR(10) NOT NULL,
             POST_TIMESTAMP                 TIMESTAMP NOT NULL,
             ARCHIVED_TIMESTAMP             TIMESTAMP NOT NULL,
             DRAWER_ID                      CHAR(5) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_TXN_HIST_ARCH             *
           10 TA-POST-USERID       PIC X(10).
           10 TA-POST-TIMESTAMP    PIC X(26).
           10 TA-ARCHIVED-TIMESTAMP PIC X(26).
           10 TA-DRAWER-ID         PIC X(5).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
