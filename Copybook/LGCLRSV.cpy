      ******************************************************************
      * DCLGEN TABLE(CLAIM_RESERVE)                                    *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(CX-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Case reserve per claim: the adjuster's current estimate of
      * what is still to be paid on it, the outstanding liability
      * CLAIM's VALUE and PAID alone could only guess at. One row per
      * CLAIMNUMBER, opened at intake (LGCLMCRT, or LGCLMRFD when a
      * referred intake is approved) at the claimed VALUE less
      * anything already PAID, re-set by adjusters through LGCLMRSV
      * and released by LGCLMSET as settlements are paid - never
      * below zero. A claim is open while RESERVE_AMOUNT is above
      * zero. POLICYNUMBER is carried for LGLOSSRP's line and broker
      * grouping. Every change is on CLAIM_RESERVE_MVMT.
      ******************************************************************
           EXEC SQL DECLARE CLAIM_RESERVE TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             RESERVE_AMOUNT                 INTEGER NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CLAIM_RESERVE                      *
      ******************************************************************
      *
       01  DCLCLAIM-RESERVE.
           10 CX-CLAIMNUMBER       PIC 9(10).
           10 CX-POLICYNUMBER      PIC 9(10).
           10 CX-RESERVE-AMOUNT    PIC S9(9) USAGE COMP.
           10 CX-UPD-USERID        PIC X(10).
           10 CX-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
