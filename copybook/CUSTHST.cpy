      * CBS_ACCT_AUDIT_LOG idea applied to customers. TCSCUSC1's
      * update and close paths write the PRIOR row here in the same
      * unit of work as the change itself (CHANGE_TYPE 'U' update,
      * 'X' close; TCSCBRVM writes 'B' when a bereavement redirects
      * the address to the executor), so "what address did we hold
      * for this customer in March" is answerable from TCSCUSHI
      * instead of not at all.
      * DATE_OF_BIRTH is carried as its display form, spaces when the
      * row held NULL. MERGED_INTO_CUID names the surviving CUID on
      * the close row of a customer merged away by L-TRANS-MERGE, and
      * is 0 on every other row.
      ******************************************************************
           EXEC SQL DECLARE CUSTOMER_HIST TABLE
           ( CUID                          INTEGER NOT NULL,
             DATE_OF_BIRTH                 CHAR(10) NOT NULL,
             CHANGE_TYPE                   CHAR(1) NOT NULL,
             CHANGE_USERID                 CHAR(10) NOT NULL,
             CHANGE_TIMESTAMP              TIMESTAMP NOT NULL,
             MERGED_INTO_CUID              INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUSTOMER_HIST                      *
           10 HS-CHANGE-TYPE       PIC X(1).
           10 HS-CHANGE-USERID     PIC X(10).
           10 HS-CHANGE-TIMESTAMP  PIC X(26).
           10 HS-MERGED-INTO-CUID  PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
