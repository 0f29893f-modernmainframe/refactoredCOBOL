      ******************************************************************
      * DCLGEN TABLE(RI_TREATY)                                        *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TY-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Outward reinsurance treaty master: one row per treaty placed
      * for a line of business, maintained through LGRITMNT.
      * TREATY_TYPE 'Q' quota share cedes CESSION_PCT of every risk;
      * 'S' surplus cedes whatever the risk left after quota share
      * exceeds RETENTION_AMOUNT. Either way LINE_LIMIT caps the
      * exposure ceded on any one risk. Exposure is the HOUSE VALUE
      * for 'H'; COMMERCIAL carries no sum insured, so for 'C' it is
      * the policy's annual PAYMENT and the treaty's retention and
      * line limit are set in premium terms. The treaty applies to
      * business written, endorsed or renewed from EFFECTIVE_DATE to
      * EXPIRY_DATE while TREATY_STATUS is 'A'; 'C' closes it without
      * losing the cessions already made - the flag-not-delete rule.
      ******************************************************************
           EXEC SQL DECLARE RI_TREATY TABLE
           ( TREATY_ID                      CHAR(8) NOT NULL,
             TREATY_TYPE                    CHAR(1) NOT NULL,
             POLICYTYPE                     CHAR(1) NOT NULL,
             REINSURER_NAME                 CHAR(40) NOT NULL,
             RETENTION_AMOUNT               INTEGER NOT NULL,
             CESSION_PCT                    DECIMAL(5, 2) NOT NULL,
             LINE_LIMIT                     INTEGER NOT NULL,
             EFFECTIVE_DATE                 DATE NOT NULL,
             EXPIRY_DATE                    DATE NOT NULL,
             TREATY_STATUS                  CHAR(1) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RI_TREATY                          *
      ******************************************************************
      *
       01  DCLRI-TREATY.
           10 TY-TREATY-ID         PIC X(8).
           10 TY-TREATY-TYPE       PIC X(1).
           10 TY-POLICYTYPE        PIC X(1).
           10 TY-REINSURER-NAME    PIC X(40).
           10 TY-RETENTION-AMOUNT  PIC S9(9) USAGE COMP.
           10 TY-CESSION-PCT       PIC S9(3)V9(2) USAGE COMP-3.
           10 TY-LINE-LIMIT        PIC S9(9) USAGE COMP.
           10 TY-EFFECTIVE-DATE    PIC X(10).
           10 TY-EXPIRY-DATE       PIC X(10).
           10 TY-TREATY-STATUS     PIC X(1).
           10 TY-UPD-USERID        PIC X(10).
           10 TY-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
