      * the refused create; TCSCUSPD lets back office approve the
      * application (a real household second customer) or reject it as
      * a true duplicate. REVIEW_STATUS: 'P' pending, 'A' approved and
      * created, 'R' rejected, 'S' approved but a possible watch-list
      * match, handed to CUST_SCREEN_QUEUE. REVIEW_USERID/
      * REVIEW_TIMESTAMP carry the queuing program's values until a
      * reviewer overwrites them.
      ******************************************************************
           EXEC SQL DECLARE CUST_POSSDUP_QUEUE TABLE
           ( QUEUE_ID                      INTEGER NOT NULL,
