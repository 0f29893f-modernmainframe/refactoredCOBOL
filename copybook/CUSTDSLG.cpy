      ******************************************************************
      * DCLGEN TABLE(LMTEST.DSAR_REQUEST_LOG)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(DQ-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * One row per data-subject access request answered by TCSCDSAR,
      * keyed by the request reference the data-protection team gave
      * it: the CUID, the date the request was received and who
      * raised it, and when the export was produced - the business
      * date and the timestamp - with the number of sections and
      * records it carried and how many insurance identities were
      * reached through CUST_ID_XREF. This is the proof of when the
      * request was answered; a reference is answered once.
      ******************************************************************
           EXEC SQL DECLARE DSAR_REQUEST_LOG TABLE
           ( REQUEST_REF                  CHAR(16) NOT NULL PRIMARY KEY,
             CUID                          INTEGER NOT NULL,
             RECEIVED_DATE                 DATE NOT NULL,
             REQUESTED_BY                  CHAR(10) NOT NULL,
             BUSINESS_DATE                 DATE NOT NULL,
             ANSWERED_TIMESTAMP            TIMESTAMP NOT NULL,
             SECTIONS_EXPORTED             INTEGER NOT NULL,
             RECORDS_EXPORTED              INTEGER NOT NULL,
             INSURANCE_LINKS               INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSAR_REQUEST_LOG                   *
      ******************************************************************
      *
       01  DCLDSAR-REQUEST-LOG.
           10 DQ-REQUEST-REF       PIC X(16).
           10 DQ-CUID              PIC S9(9) USAGE COMP.
           10 DQ-RECEIVED-DATE     PIC X(10).
           10 DQ-REQUESTED-BY      PIC X(10).
           10 DQ-BUSINESS-DATE     PIC X(10).
           10 DQ-ANSWERED-TIMESTAMP PIC X(26).
           10 DQ-SECTIONS-EXPORTED PIC S9(9) USAGE COMP.
           10 DQ-RECORDS-EXPORTED  PIC S9(9) USAGE COMP.
           10 DQ-INSURANCE-LINKS   PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
