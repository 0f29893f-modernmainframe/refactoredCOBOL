      ******************************************************************
      * COPYBOOK : CBSAMLSC
      * Fixed 80-byte scenario control card read by CBSAMLMN from the
      * AMLSCEN file, one card per monitoring scenario per currency,
      * so compliance can tune a threshold or switch a scenario off
      * with a card change rather than a program change (the
      * STATRULE precedent). MS-ACTIVE 'N' keeps the card on file but
      * skips it. Amounts are whole units of MS-CURRENCY, and only
      * postings in that currency are looked at.
      *   LGCT  one posting over MS-THRESHOLD (also reported on the
      *         currency-transaction-report file);
      *   STRC  MS-MIN-COUNT or more postings of at least
      *         MS-BAND-PCT percent of MS-THRESHOLD but not over it
      *         within the last MS-WINDOW-DAYS days;
      *   RPIO  credits of MS-THRESHOLD or more within the window,
      *         at least MS-BAND-PCT percent of them moved straight
      *         out again by MS-MIN-COUNT or more 'T' transfers;
      *   DRMR  postings totalling MS-THRESHOLD or more (and at
      *         least MS-MIN-COUNT of them) since the account was
      *         reactivated from DORMANT within the window.
      ******************************************************************
       05 MS-SCENARIO-CODE            PIC X(4).
          88 MS-LARGE-POSTING             VALUE 'LGCT'.
          88 MS-STRUCTURING               VALUE 'STRC'.
          88 MS-RAPID-MOVEMENT            VALUE 'RPIO'.
          88 MS-DORMANT-REACTIVATED       VALUE 'DRMR'.
       05 MS-ACTIVE                   PIC X(1).
          88 MS-SCENARIO-ACTIVE           VALUE 'Y'.
       05 MS-CURRENCY                 PIC X(3).
       05 MS-THRESHOLD                PIC 9(9).
       05 MS-BAND-PCT                 PIC 9(3).
       05 MS-WINDOW-DAYS              PIC 9(3).
       05 MS-MIN-COUNT                PIC 9(3).
       05 FILLER                      PIC X(54).
