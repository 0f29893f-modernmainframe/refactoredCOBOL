      * CBSINTFE skip a posting whose reference already has an 'A'
      * row against the account, which is what makes a resumed or
      * rerun file safe to reapply.
      * An accepted posting is undone only through CBSTXREV, which
      * posts the opposite movement under its own reference and
      * links the two on CBS_TXN_REVERSAL.
      * DRAWER_ID is the teller drawer a counter cash posting went
      * through (TR-DRAWER-ID); spaces - the column default - on
      * every other posting, so only CBSTXNP names it.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_TXN_HIST TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             DISPOSITION                    CHAR(1) NOT NULL,
             REJECT_REASON                  CHAR(50) NOT NULL,
             POST_USERID                    CHAR(10) NOT NULL,
             POST_TIMESTAMP                 TIMESTAMP NOT NULL,
             DRAWER_ID                      CHAR(5) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_TXN_HIST                  *
           10 TX-REJECT-REASON     PIC X(50).
           10 TX-POST-USERID       PIC X(10).
           10 TX-POST-TIMESTAMP    PIC X(26).
           10 TX-DRAWER-ID         PIC X(5).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
