      ******************************************************************
      * COPYBOOK : CUSTKYRT
      * LINKAGE work area for TCSCKYRT (KYC RISK RATING). The caller
      * supplies a CUID and the business date the rating is made as
      * of (spaces = CURRENT DATE); TCSCKYRT returns the risk score,
      * the tier it falls in and that tier's review interval in
      * months. Shared by TCSCKYCB's monthly rating pass and
      * TCSCKYCM's review recording, so both rate a customer alike.
      ******************************************************************
       01  KYR-RATING-AREA.
           05 KYR-CUID                 PIC S9(9) USAGE COMP.
           05 KYR-BUSINESS-DATE        PIC X(10).
           05 KYR-RISK-SCORE           PIC S9(9) USAGE COMP.
           05 KYR-RISK-TIER            PIC X(1).
              88 KYR-TIER-HIGH            VALUE 'H'.
              88 KYR-TIER-MEDIUM          VALUE 'M'.
              88 KYR-TIER-LOW             VALUE 'L'.
           05 KYR-INTERVAL-MONTHS      PIC S9(4) USAGE COMP.
           05 KYR-RETURN-CODE          PIC 99.
              88 KYR-SUCCESS               VALUE 0.
              88 KYR-NOTFOUND              VALUE 4.
              88 KYR-DB2FAIL               VALUE 16.
           05 KYR-REASON               PIC X(50).
