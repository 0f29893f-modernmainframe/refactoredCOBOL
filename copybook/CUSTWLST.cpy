      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_WATCHLIST)                            *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(WL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Sanctions and watch-list entries, one row per listed name or
      * alias, loaded in full from the compliance list file by
      * TCSCRSCN each time a new list arrives. LIST_ID names the list
      * (e.g. the national and UN consolidated lists) and ENTRY_REF the
      * entry's own reference on it. ENTRY_NAME is held upper-case;
      * ENTRY_DOB is the ISO date of birth, spaces when the list gives
      * none. Every customer create path screens against this table
      * through TCSCSANS before the CUSTOMER insert.
      ******************************************************************
           EXEC SQL DECLARE CUST_WATCHLIST TABLE
           ( LIST_ID                       CHAR(8) NOT NULL,
             ENTRY_REF                     CHAR(16) NOT NULL,
             ENTRY_NAME                    CHAR(60) NOT NULL,
             ENTRY_DOB                     CHAR(10) NOT NULL,
             LOAD_DATE                     DATE NOT NULL,
             LOAD_TIMESTAMP                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_WATCHLIST                     *
      ******************************************************************
      *
       01  DCLCUST-WATCHLIST.
           10 WL-LIST-ID           PIC X(8).
           10 WL-ENTRY-REF         PIC X(16).
           10 WL-ENTRY-NAME        PIC X(60).
           10 WL-ENTRY-DOB         PIC X(10).
           10 WL-LOAD-DATE         PIC X(10).
           10 WL-LOAD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
