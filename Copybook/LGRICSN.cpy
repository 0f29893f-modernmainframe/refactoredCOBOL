      ******************************************************************
      * DCLGEN TABLE(RI_CESSION)                                       *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CE-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Cession history: one row per premium event per treaty that
      * took a share of the risk, written by LGRICESS in the unit of
      * work of the event itself. CESSION_EVENT follows the
      * PREMIUM_TAX_DTL event it rides with - 'W' written (LGPOLADD),
      * 'E' endorsement (LGPOLEND), 'R' renewal (LGRENRSP) - and
      * CESSION_DATE is that row's TAX_DATE. EXPOSURE is the risk's
      * gross exposure at the time, CEDED_EXPOSURE the part this
      * treaty took; GROSS_PREMIUM is the event's signed premium and
      * CEDED_PREMIUM the same share of it. The latest row per policy
      * and treaty is the share LGRIRCV recovers claims at; LGRIBORD
      * lists each quarter's rows on the bordereau.
      ******************************************************************
           EXEC SQL DECLARE RI_CESSION TABLE
           ( POLICYNUMBER                   INTEGER NOT NULL,
             TREATY_ID                      CHAR(8) NOT NULL,
             CESSION_EVENT                  CHAR(1) NOT NULL,
             CESSION_DATE                   DATE NOT NULL,
             POLICYTYPE                     CHAR(1) NOT NULL,
             EXPOSURE                       INTEGER NOT NULL,
             CEDED_EXPOSURE                 INTEGER NOT NULL,
             GROSS_PREMIUM                  INTEGER NOT NULL,
             CEDED_PREMIUM                  INTEGER NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RI_CESSION                         *
      ******************************************************************
      *
       01  DCLRI-CESSION.
           10 CE-POLICYNUMBER      PIC 9(10).
           10 CE-TREATY-ID         PIC X(8).
           10 CE-CESSION-EVENT     PIC X(1).
           10 CE-CESSION-DATE      PIC X(10).
           10 CE-POLICYTYPE        PIC X(1).
           10 CE-EXPOSURE          PIC S9(9) USAGE COMP.
           10 CE-CEDED-EXPOSURE    PIC S9(9) USAGE COMP.
           10 CE-GROSS-PREMIUM     PIC S9(9) USAGE COMP.
           10 CE-CEDED-PREMIUM     PIC S9(9) USAGE COMP.
           10 CE-UPD-USERID        PIC X(10).
           10 CE-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
