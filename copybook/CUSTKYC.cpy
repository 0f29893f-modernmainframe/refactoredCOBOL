      ******************************************************************
      * DCLGEN TABLE(LMTEST.CUST_KYC_REVIEW)                           *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(KY-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * Customer risk rating and periodic KYC review schedule, one row
      * per CUID. RISK_TIER 'H' high, 'M' medium, 'L' low, derived by
      * TCSCKYRT from RISK_SCORE (see there for the factors); the tier
      * sets the review interval - 12, 36 or 60 months. RATED_DATE is
      * the business date of the latest rating. LAST_REVIEW_DATE is the
      * last recorded identity review (0001-01-01 = none on record) and
      * NEXT_REVIEW_DATE when the next one falls due.
      * REVIEW_STATE: 'C' current, 'D' due - TCSCKYCB has sent the
      * document-request letter on LETTER_DATE (0001-01-01 = none), 'R'
      * restricted - overdue past the grace period, the customer's
      * accounts carry COMPLIANCE_STATUS KYC and refuse debits. TCSCKYCM
      * records a review: state back to 'C', the next date rolled on and
      * the restriction lifted. REVIEW_USERID is the reviewer, or the
      * batch program that last touched the row.
      ******************************************************************
           EXEC SQL DECLARE CUST_KYC_REVIEW TABLE
           ( CUID                          INTEGER NOT NULL PRIMARY KEY,
             RISK_TIER                     CHAR(1) NOT NULL,
             RISK_SCORE                    INTEGER NOT NULL,
             RATED_DATE                    DATE NOT NULL,
             LAST_REVIEW_DATE              DATE NOT NULL,
             NEXT_REVIEW_DATE              DATE NOT NULL,
             REVIEW_STATE                  CHAR(1) NOT NULL,
             LETTER_DATE                   DATE NOT NULL,
             REVIEW_USERID                 CHAR(10) NOT NULL,
             UPD_TIMESTAMP                 TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CUST_KYC_REVIEW                    *
      ******************************************************************
      *
       01  DCLCUST-KYC-REVIEW.
           10 KY-CUID              PIC S9(9) USAGE COMP.
           10 KY-RISK-TIER         PIC X(1).
           10 KY-RISK-SCORE        PIC S9(9) USAGE COMP.
           10 KY-RATED-DATE        PIC X(10).
           10 KY-LAST-REVIEW-DATE  PIC X(10).
           10 KY-NEXT-REVIEW-DATE  PIC X(10).
           10 KY-REVIEW-STATE      PIC X(1).
           10 KY-LETTER-DATE       PIC X(10).
           10 KY-REVIEW-USERID     PIC X(10).
           10 KY-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
