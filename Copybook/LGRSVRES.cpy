      ******************************************************************
      * COPYBOOK : LGRSVRES
      * LINKAGE work area for LGCLMRSV (CLAIM-RESERVE). Four
      * functions on a claim's case reserve:
      *  'O' open   - LGCLMCRT/LGCLMRFD at intake, LG-RSV-AMOUNT is
      *               the opening reserve and LG-RSV-POLICYNUMBER the
      *               claim's policy;
      *  'A' adjust - the adjuster's entry point, LG-RSV-AMOUNT is
      *               the NEW reserve figure and LG-RSV-REASON-TEXT
      *               why; the operator must be entitled (CBSENTCK);
      *  'P' pay    - LGCLMSET, LG-RSV-AMOUNT is the settlement paid
      *               and comes off the reserve, floored at zero;
      *  'R' reinstate - LGPAYRVD/CBSPAYAK, LG-RSV-AMOUNT is a
      *               settlement just backed off CLAIM.PAID and goes
      *               back on the reserve, capped at what is still
      *               payable; LG-RSV-REASON-TEXT, if given, is kept
      *               on the movement.
      * Open, pay and reinstate ride in the caller's unit of work;
      * adjust is complete in itself and commits or rolls back. A pay
      * or reinstate against a claim with no reserve row (one settled
      * before reserves were kept) is accepted with nothing to do.
      * The reserve left
      * comes back in LG-RSV-RESERVE-AFTER.
      ******************************************************************
       01  LG-CLAIM-RESERVE-AREA.
           05 LG-RSV-FUNCTION          PIC X(1).
              88 LG-RSV-FN-OPEN           VALUE 'O'.
              88 LG-RSV-FN-ADJUST         VALUE 'A'.
              88 LG-RSV-FN-PAY            VALUE 'P'.
              88 LG-RSV-FN-REINSTATE      VALUE 'R'.
           05 LG-RSV-CLAIMNUMBER       PIC 9(10).
           05 LG-RSV-POLICYNUMBER      PIC 9(10).
           05 LG-RSV-AMOUNT            PIC 9(8).
           05 LG-RSV-REASON-TEXT       PIC X(50).
           05 LG-RSV-UPD-USERID        PIC X(10).
      * Outputs.
           05 LG-RSV-RESERVE-AFTER     PIC 9(8).
           05 LG-RSV-RETURN-CODE       PIC 99.
              88 LG-RSV-SUCCESS           VALUE 0.
              88 LG-RSV-NOTFOUND          VALUE 4.
              88 LG-RSV-AMOUNT-INVALID    VALUE 8.
              88 LG-RSV-BADFUNCTION       VALUE 12.
              88 LG-RSV-DB2FAIL           VALUE 16.
              88 LG-RSV-NOT-ENTITLED      VALUE 20.
           05 LG-RSV-REASON            PIC X(50).
