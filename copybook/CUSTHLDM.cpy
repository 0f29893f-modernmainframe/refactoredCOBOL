      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_HELD_MAIL)                            *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(HM-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Held-mail register. TCSCRMCK writes one row for every
      * document a print program did not print because the customer
      * has an undeliverable address on CUST_RETURNED_MAIL. KEY_TYPE
      * and CUSTOMER_KEY are as on CUST_RETURNED_MAIL; PROGRAM_NAME
      * is the print program, DOC_REF its own reference for the
      * document (account or policy number), BRANCH_NAME the branch
      * that holds it. TCSCHMRP lists the day's rows by branch.
      ******************************************************************
           EXEC SQL DECLARE CUST_HELD_MAIL TABLE
           ( KEY_TYPE                      CHAR(1) NOT NULL,
             CUSTOMER_KEY                  INTEGER NOT NULL,
             DOC_TYPE                      CHAR(4) NOT NULL,
             PROGRAM_NAME                  CHAR(8) NOT NULL,
             DOC_REF                       CHAR(20) NOT NULL,
             BRANCH_NAME                   CHAR(20) NOT NULL,
             BUSINESS_DATE                 DATE NOT NULL,
             HELD_TIMESTAMP                TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_HELD_MAIL                     *
      ******************************************************************
      *
       01  DCLCUST-HELD-MAIL.
           10 HM-KEY-TYPE          PIC X(1).
           10 HM-CUSTOMER-KEY      PIC S9(9) USAGE COMP.
           10 HM-DOC-TYPE          PIC X(4).
           10 HM-PROGRAM-NAME      PIC X(8).
           10 HM-DOC-REF           PIC X(20).
           10 HM-BRANCH-NAME       PIC X(20).
           10 HM-BUSINESS-DATE     PIC X(10).
           10 HM-HELD-TIMESTAMP    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
