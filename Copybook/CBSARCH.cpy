      * been INACTIVE beyond the retention threshold. Same columns as
      * CBS_ACCT_MSTR_DTL plus ARCHIVED_TIMESTAMP recording when the
      * row was copied here, so the live table can be purged without
      * losing history. OVERDRAFT_LIMIT was added to the live table
      * after this one was built and sits after ARCHIVED_TIMESTAMP;
      * rows archived before it was carried default to zero.
      ******************************************************************
           EXEC SQL DECLARE CBS_ACCT_MSTR_ARCHIVE TABLE
           ( ACCOUNT_NUMBER                 BIGINT NOT NULL,
             LAST_ACTIVITY_DATE             DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL,
             ARCHIVED_TIMESTAMP             TIMESTAMP NOT NULL,
             OVERDRAFT_LIMIT                INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_ACCT_MSTR_ARCHIVE              *
           10 AA-UPD-USERID         PIC X(10).
           10 AA-UPD-TIMESTAMP      PIC X(26).
           10 AA-ARCHIVED-TIMESTAMP PIC X(26).
           10 AA-OVERDRAFT-LIMIT    PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
