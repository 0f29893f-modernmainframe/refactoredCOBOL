      * back to POLICY.PAYMENT (the HOUSE row carries no premium
      * column) and returns it here - or rejects an uninsurable risk
      * with the reason.
      *
      * Quote mode: with LG-HOU-RATE-QUOTE set the program rates the
      * proposed property on INS_QUOTE row LG-HOU-QUOTENUMBER instead,
      * by the same rules, and only returns the premium - nothing is
      * written back; LGQTEADD keeps it on the quote. Callers that
      * INITIALIZE the area get policy mode as before.
      ******************************************************************
       01  LG-HOUSE-RATE-AREA.
           05 LG-HOU-POLICYNUMBER      PIC 9(10).
              88 LG-HOU-DB2FAIL           VALUE 12.
           05 LG-HOU-PREMIUM           PIC 9(8).
           05 LG-HOU-REASON            PIC X(50).
           05 LG-HOU-RATE-SOURCE       PIC X(1).
              88 LG-HOU-RATE-QUOTE        VALUE 'Q'.
           05 LG-HOU-QUOTENUMBER       PIC 9(10).
