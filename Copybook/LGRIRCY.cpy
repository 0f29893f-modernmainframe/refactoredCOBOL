      ******************************************************************
      * DCLGEN TABLE(RI_RECOVERY)                                      *
      *        LIBRARY(WFEZZAN.GENAPP.DCLGEN)                          *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(RY-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Reinsurance recoveries: one row per claim settlement per
      * treaty holding a share of the claim's policy, raised by
      * LGRIRCV when LGCLMSET pays and in the settlement's unit of
      * work. RECOVERY_ID comes from the DB2 sequence RI_RECOVERY_SEQ
      * (no DDL in this repo, the CUSTOMER_SEQ caveat).
      * RECOVERY_AMOUNT is the treaty's share of PAID_AMOUNT.
      * RECOVERY_STATUS 'D' is due from the reinsurer; LGRIRCV's
      * collect function adds what the reinsurer remitted to
      * COLLECTED_AMOUNT and marks the row 'C' collected once the
      * whole amount is in, stamping COLLECTED_DATE (null until
      * then). 'X' is cancelled: the settlement that raised it was
      * backed out unpaid (LGPAYRVD reject, CBSPAYAK bounce), so the
      * reinsurer owes nothing on it. LGRIBORD lists every row still
      * 'D' with its age.
      ******************************************************************
           EXEC SQL DECLARE RI_RECOVERY TABLE
           ( RECOVERY_ID                    INTEGER NOT NULL,
             CLAIMNUMBER                    INTEGER NOT NULL,
             POLICYNUMBER                   INTEGER NOT NULL,
             TREATY_ID                      CHAR(8) NOT NULL,
             PAID_AMOUNT                    INTEGER NOT NULL,
             RECOVERY_AMOUNT                INTEGER NOT NULL,
             RECOVERY_STATUS                CHAR(1) NOT NULL,
             RAISED_DATE                    DATE NOT NULL,
             COLLECTED_AMOUNT               INTEGER NOT NULL,
             COLLECTED_DATE                 DATE,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE RI_RECOVERY                        *
      ******************************************************************
      *
       01  DCLRI-RECOVERY.
           10 RY-RECOVERY-ID       PIC S9(9) USAGE COMP.
           10 RY-CLAIMNUMBER       PIC 9(10).
           10 RY-POLICYNUMBER      PIC 9(10).
           10 RY-TREATY-ID         PIC X(8).
           10 RY-PAID-AMOUNT       PIC S9(9) USAGE COMP.
           10 RY-RECOVERY-AMOUNT   PIC S9(9) USAGE COMP.
           10 RY-RECOVERY-STATUS   PIC X(1).
           10 RY-RAISED-DATE       PIC X(10).
           10 RY-COLLECTED-AMOUNT  PIC S9(9) USAGE COMP.
           10 RY-COLLECTED-DATE    PIC X(10).
           10 RY-UPD-USERID        PIC X(10).
           10 RY-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
