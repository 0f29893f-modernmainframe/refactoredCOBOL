      ******************************************************************
      * COPYBOOK : LGPRVREQ
      * LINKAGE work area for LGPAYRVD (PAYOUT-REVIEW-DECISION).
      * Caller identifies one held PAYOUT_REVIEW row by source
      * program, policy, claim and held timestamp (as listed by
      * LGPAYRVR) and gives the decision, the reviewing operator and
      * a note. 'R' releases the payout - the LGSETPAY instruction is
      * written to RVWPAY; 'X' rejects it - nothing is paid, and a
      * claim settlement's amount is backed off CLAIM.PAID so the
      * adjuster can settle it again once the customer is verified.
      * A rejected refund or maturity stays recorded as owed on
      * POLICY_CANCEL / POLICY_MATURITY for finance to pay by other
      * means. The held amount comes back in LG-PRV-AMOUNT. The
      * operator must be entitled through CBSENTCK (NOT-ENTITLED 20).
      ******************************************************************
       01  LG-PAYOUT-REVIEW-AREA.
           05 LG-PRV-PROGRAM-NAME      PIC X(8).
           05 LG-PRV-POLICYNUMBER      PIC 9(10).
           05 LG-PRV-CLAIMNUMBER       PIC 9(10).
           05 LG-PRV-HELD-TIMESTAMP    PIC X(26).
           05 LG-PRV-DECISION          PIC X(1).
              88 LG-PRV-RELEASE           VALUE 'R'.
              88 LG-PRV-REJECT            VALUE 'X'.
           05 LG-PRV-OPERATOR-USERID   PIC X(10).
           05 LG-PRV-NOTE              PIC X(50).
           05 LG-PRV-AMOUNT            PIC 9(8).
           05 LG-PRV-RETURN-CODE       PIC 99.
              88 LG-PRV-SUCCESS           VALUE 0.
              88 LG-PRV-NOTFOUND          VALUE 4.
              88 LG-PRV-NOT-HELD          VALUE 8.
              88 LG-PRV-DECISION-INVALID  VALUE 10.
              88 LG-PRV-DB2FAIL           VALUE 16.
              88 LG-PRV-NOT-ENTITLED      VALUE 20.
           05 LG-PRV-REASON            PIC X(50).
