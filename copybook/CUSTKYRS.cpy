      ******************************************************************
      * COPYBOOK : CUSTKYRS
      * LINKAGE work area for TCSCKYCM (KYC REVIEW MAINTAIN). The
      * caller records a completed identity review for a CUID: the
      * reviewer's user id and the date the review was completed
      * (spaces = today; a future date is refused). The customer is
      * re-rated as of that date; the tier (KYM-RISK-TIER) and
      * KYM-NEXT-REVIEW-DATE are returned, and KYM-LIFTED-COUNT is the
      * number of accounts whose KYC debit restriction was lifted.
      ******************************************************************
       01  KYM-REVIEW-AREA.
           05 KYM-CUID                 PIC S9(9) USAGE COMP.
           05 KYM-REVIEW-USERID        PIC X(10).
           05 KYM-REVIEW-DATE          PIC X(10).
           05 KYM-RISK-TIER            PIC X(1).
           05 KYM-NEXT-REVIEW-DATE     PIC X(10).
           05 KYM-LIFTED-COUNT         PIC S9(9) USAGE COMP.
           05 KYM-RETURN-CODE          PIC 99.
              88 KYM-SUCCESS               VALUE 0.
              88 KYM-NOTFOUND              VALUE 4.
              88 KYM-BADREQUEST            VALUE 8.
              88 KYM-ACCT-CHANGED          VALUE 14.
              88 KYM-DB2FAIL               VALUE 16.
              88 KYM-NOT-ENTITLED          VALUE 20.
           05 KYM-REASON               PIC X(50).
