      ******************************************************************
      * COPYBOOK : LGPHLCTL
      * Fixed 80-byte control card read by LGPAYHLD from COOLOFF on
      * its first CALL in a run. PC-COOLING-OFF-DAYS is the number of
      * days after an address change during which a payout to that
      * customer is held (LGCLMSET, LGPOLCAN, LGENDSET) or refused
      * (CBSACCLS), so compliance can lengthen or shorten the period
      * by changing the card instead of recompiling every program
      * that applies it. A missing, empty or non-numeric card fails
      * the check rather than paying out unchecked.
      ******************************************************************
       05 PC-COOLING-OFF-DAYS         PIC 9(3).
       05 FILLER                      PIC X(77).
