      ******************************************************************
      * DCLGEN TABLE(CLAIM_RESERVE_MVMT)                               *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(KM-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Reserve movement history: one row per change to a claim's
      * CLAIM_RESERVE figure, written by LGCLMRSV in the same unit of
      * work as the change. MOVEMENT_TYPE 'O' opened at intake, 'A'
      * adjusted by an adjuster (REASON is theirs), 'P' released by a
      * settlement payment, 'R' reinstated when that settlement was
      * backed out unpaid. MOVEMENT_AMOUNT is signed - the change,
      * not the new figure - and RESERVE_AFTER is the figure it left.
      ******************************************************************
           EXEC SQL DECLARE CLAIM_RESERVE_MVMT TABLE
           ( CLAIMNUMBER                    INTEGER NOT NULL,
             MOVEMENT_TIMESTAMP             TIMESTAMP NOT NULL,
             MOVEMENT_TYPE                  CHAR(1) NOT NULL,
             MOVEMENT_AMOUNT                INTEGER NOT NULL,
             RESERVE_AFTER                  INTEGER NOT NULL,
             REASON                         CHAR(50) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CLAIM_RESERVE_MVMT                 *
      ******************************************************************
      *
       01  DCLCLAIM-RESERVE-MVMT.
           10 KM-CLAIMNUMBER       PIC 9(10).
           10 KM-MOVEMENT-TIMESTAMP
                                   PIC X(26).
           10 KM-MOVEMENT-TYPE     PIC X(1).
           10 KM-MOVEMENT-AMOUNT   PIC S9(9) USAGE COMP.
           10 KM-RESERVE-AFTER     PIC S9(9) USAGE COMP.
           10 KM-REASON            PIC X(50).
           10 KM-UPD-USERID        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
