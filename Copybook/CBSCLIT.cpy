      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_CLEARING_ITEM)                         *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSCLIT))                   *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CL-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Inbound clearing items, one row per direct credit or direct
      * debit CBSCLRIN read from the clearing house's file, so every
      * item is accounted for until it has either posted or gone back
      * to the scheme on the returns file. ITEM_ID comes from the DB2
      * sequence CLR_ITEM_SEQ (no DDL in this repo, the CUSTOMER_SEQ
      * caveat). BUSINESS_DATE is the business date of the file,
      * TXN_CODE/ORIGINATOR_ID/PROCESSING_DATE the scheme fields
      * needed to quote the item back on a return. ITEM_STATUS:
      *   TRANSLATED  written to the CBSTXNR file for CBSTXNP
      *   REFUSED     failed CBSCLRIN's edits, return not yet sent
      *   POSTED      CBSTXNP accepted it (CBSCLRRT)
      *   RETURNED    on a returns file (CBSCLRRT)
      * RETURN_DATE is the business date the item went back on a
      * returns file, '0001-01-01' until then.
      * RETURN_CODE is the scheme reason (see CBSCLRR), REJECT_REASON
      * our own wording of it - CBSCLRIN's edit or CBSTXNP's
      * REJECT_REASON from the 'R' history row.
      ******************************************************************
           EXEC SQL DECLARE CBS_CLEARING_ITEM TABLE
           ( ITEM_ID                        INTEGER NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             ACCOUNT_NUMBER                 BIGINT NOT NULL,
             SCHEME_REF                     CHAR(16) NOT NULL,
             TXN_CODE                       CHAR(2) NOT NULL,
             TXN_AMOUNT                     INTEGER NOT NULL,
             CURRENCY                       CHAR(3) NOT NULL,
             PROCESSING_DATE                CHAR(10) NOT NULL,
             ORIGINATOR_ID                  CHAR(6) NOT NULL,
             ITEM_STATUS                    CHAR(10) NOT NULL,
             RETURN_CODE                    CHAR(4) NOT NULL,
             REJECT_REASON                  CHAR(50) NOT NULL,
             RETURN_DATE                    DATE NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_CLEARING_ITEM                  *
      ******************************************************************
      *
       01  DCLCBS-CLEARING-ITEM.
           10 CL-ITEM-ID           PIC S9(9) USAGE COMP.
           10 CL-BUSINESS-DATE     PIC X(10).
           10 CL-ACCOUNT-NUMBER    PIC S9(18) USAGE COMP.
           10 CL-SCHEME-REF        PIC X(16).
           10 CL-TXN-CODE          PIC X(2).
           10 CL-TXN-AMOUNT        PIC S9(9) USAGE COMP.
           10 CL-CURRENCY          PIC X(3).
           10 CL-PROCESSING-DATE   PIC X(10).
           10 CL-ORIGINATOR-ID     PIC X(6).
           10 CL-ITEM-STATUS       PIC X(10).
           10 CL-RETURN-CODE       PIC X(4).
           10 CL-REJECT-REASON     PIC X(50).
           10 CL-RETURN-DATE       PIC X(10).
           10 CL-UPD-USERID        PIC X(10).
           10 CL-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
