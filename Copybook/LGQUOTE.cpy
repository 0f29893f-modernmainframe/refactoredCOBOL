      ******************************************************************
      * DCLGEN TABLE(INS_QUOTE)                                        *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(QT-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Insurance quotations. Brokers used to get a price by creating
      * a real policy and cancelling it, which left commission on
      * LGBRKCOM's statement, a tax row on PREMIUM_TAX_DTL and a
      * document through LGDOCPRD for business never written. One
      * row per quote, carrying the proposed risk in the detail
      * columns of its line (house H_, motor M_, commercial B_ - the
      * other lines' columns are spaces/zero) and rated by the line's
      * own rater (LGHOURAT, LGMOTRAT, LGCOMRAT) in quote mode.
      * Written by LGQTEADD, read by LGQTEINQ, bound by LGQTECNV and
      * expired by LGQTEEXP.
      *
      * QUOTE_STATUS: 'Q' quoted - PREMIUM is the rated price, good
      * until VALID_TO_DATE; 'D' declined by the rater, the reason in
      * DECLINE_REASON; 'B' bound - POLICYNUMBER is the policy
      * LGPOLADD created at the quoted price; 'X' expired unbound.
      * BROKERID zero is direct business. M_YEAROFMANUFACTURE is the
      * ISO date the MOTOR row takes.
      ******************************************************************
           EXEC SQL DECLARE INS_QUOTE TABLE
           ( QUOTENUMBER                    INTEGER NOT NULL,
             CUSTOMERNUMBER                 INTEGER NOT NULL,
             POLICYTYPE                     CHAR(1) NOT NULL,
             BROKERID                       INTEGER NOT NULL,
             BROKERSREFERENCE               CHAR(10) NOT NULL,
             QUOTE_DATE                     DATE NOT NULL,
             VALID_TO_DATE                  DATE NOT NULL,
             QUOTE_STATUS                   CHAR(1) NOT NULL,
             PREMIUM                        INTEGER NOT NULL,
             DECLINE_REASON                 CHAR(50) NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             H_PROPERTYTYPE                 CHAR(15) NOT NULL,
             H_BEDROOMS                     SMALLINT NOT NULL,
             H_VALUE                        INTEGER NOT NULL,
             H_HOUSENAME                    CHAR(20) NOT NULL,
             H_HOUSENUMBER                  CHAR(4) NOT NULL,
             H_POSTCODE                     CHAR(8) NOT NULL,
             M_MAKE                         CHAR(15) NOT NULL,
             M_MODEL                        CHAR(15) NOT NULL,
             M_VALUE                        INTEGER NOT NULL,
             M_REGNUMBER                    CHAR(7) NOT NULL,
             M_COLOUR                       CHAR(8) NOT NULL,
             M_CC                           SMALLINT NOT NULL,
             M_YEAROFMANUFACTURE            CHAR(10) NOT NULL,
             M_ACCIDENTS                    INTEGER NOT NULL,
             B_ZIPCODE                      CHAR(8) NOT NULL,
             B_PROPERTYTYPE                 CHAR(20) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE INS_QUOTE                          *
      ******************************************************************
      *
       01  DCLINS-QUOTE.
           10 QT-QUOTENUMBER       PIC S9(9) USAGE COMP.
           10 QT-CUSTOMERNUMBER    PIC S9(9) USAGE COMP.
           10 QT-POLICYTYPE        PIC X(1).
           10 QT-BROKERID          PIC S9(9) USAGE COMP.
           10 QT-BROKERSREFERENCE  PIC X(10).
           10 QT-QUOTE-DATE        PIC X(10).
           10 QT-VALID-TO-DATE     PIC X(10).
           10 QT-QUOTE-STATUS      PIC X(1).
           10 QT-PREMIUM           PIC S9(9) USAGE COMP.
           10 QT-DECLINE-REASON    PIC X(50).
           10 QT-POLICYNUMBER      PIC S9(9) USAGE COMP.
           10 QT-H-PROPERTYTYPE    PIC X(15).
           10 QT-H-BEDROOMS        PIC S9(4) USAGE COMP.
           10 QT-H-VALUE           PIC S9(9) USAGE COMP.
           10 QT-H-HOUSENAME       PIC X(20).
           10 QT-H-HOUSENUMBER     PIC X(4).
           10 QT-H-POSTCODE        PIC X(8).
           10 QT-M-MAKE            PIC X(15).
           10 QT-M-MODEL           PIC X(15).
           10 QT-M-VALUE           PIC S9(9) USAGE COMP.
           10 QT-M-REGNUMBER       PIC X(7).
           10 QT-M-COLOUR          PIC X(8).
           10 QT-M-CC              PIC S9(4) USAGE COMP.
           10 QT-M-YEAROFMANUFACTURE
                                   PIC X(10).
           10 QT-M-ACCIDENTS       PIC S9(9) USAGE COMP.
           10 QT-B-ZIPCODE         PIC X(8).
           10 QT-B-PROPERTYTYPE    PIC X(20).
           10 QT-UPD-USERID        PIC X(10).
           10 QT-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 29      *
      ******************************************************************
