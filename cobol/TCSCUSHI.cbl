      * since. That answers the dispute/subpoena question "what
      * address did we hold for this customer in March" from a CALL
      * instead of not at all.
      *
      * A close made by merging a duplicate CUID into another carries
      * the surviving CUID on the trail, so an enquiry on the old
      * CUID leads to the customer's current record.
      ******************************************************************

       IDENTIFICATION DIVISION.
             DECLARE HISTTRAILCSR CURSOR FOR
                SELECT CUSTNAME, ADDRESS, AGE, STATUS,
                       DATE_OF_BIRTH, CHANGE_TYPE, CHANGE_USERID,
                       CHANGE_TIMESTAMP, MERGED_INTO_CUID
                  FROM CUSTOMER_HIST
                 WHERE CUID = :HS-CUID
                 ORDER BY CHANGE_TIMESTAMP
                 INTO :HS-CUSTNAME, :HS-ADDRESS, :HS-AGE,
                      :HS-STATUS, :HS-DATE-OF-BIRTH,
                      :HS-CHANGE-TYPE, :HS-CHANGE-USERID,
                      :HS-CHANGE-TIMESTAMP, :HS-MERGED-INTO-CUID
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 100
              MOVE HS-CHANGE-TYPE      TO CH-TRAIL-CHANGE-TYPE(WS-IDX)
              MOVE HS-CHANGE-USERID    TO CH-TRAIL-USERID(WS-IDX)
              MOVE HS-CHANGE-TIMESTAMP TO CH-TRAIL-TIMESTAMP(WS-IDX)
              MOVE HS-MERGED-INTO-CUID TO CH-TRAIL-MERGED-INTO(WS-IDX)
           END-IF.

      ******************************************************************
