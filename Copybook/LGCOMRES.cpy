      * program rates it and returns the four peril premiums plus a
      * return code (the full STATUS/REJECTIONREASON detail is written
      * back to the COMMERCIAL row itself).
      *
      * Quote mode: with LG-COM-RATE-QUOTE set the program rates the
      * proposed property on INS_QUOTE row LG-COM-QUOTENUMBER instead,
      * by the same rules, and only returns the peril premiums and
      * the return code - the COMMERCIAL row is not touched; LGQTEADD
      * keeps the total on the quote. Callers that INITIALIZE the
      * area get policy mode as before.
      ******************************************************************
       01  LG-COMMERCIAL-RATE-AREA.
           05 LG-COM-POLICYNUMBER      PIC 9(10).
           05 LG-COM-FLOODPREMIUM      PIC 9(8).
           05 LG-COM-WEATHERPREMIUM    PIC 9(8).
           05 LG-COM-REASON            PIC X(50).
           05 LG-COM-RATE-SOURCE       PIC X(1).
              88 LG-COM-RATE-QUOTE        VALUE 'Q'.
           05 LG-COM-QUOTENUMBER       PIC 9(10).
