      ******************************************************************
      * COPYBOOK : LGRIRRES
      * LINKAGE work area for LGRIRCV (RI-RECOVERY). Three functions:
      *  'R' raise   - LGCLMSET, after a settlement is paid: given the
      *                CLAIMNUMBER, POLICYNUMBER and LG-RIR-AMOUNT
      *                paid, raises a recovery due on RI_RECOVERY from
      *                every treaty holding a share of the policy.
      *                Rides the caller's unit of work and commits
      *                nothing. LG-RIR-RECOVERY-TOTAL returns what was
      *                raised (zero for a policy never ceded);
      *  'C' collect - finance, when a reinsurer remits: given the
      *                RECOVERY_ID and LG-RIR-AMOUNT received, adds it
      *                to the row and marks it collected once the
      *                whole recovery is in. The operator must be
      *                entitled (CBSENTCK), more than is outstanding is
      *                refused, and it commits or rolls back itself.
      *                LG-RIR-RECOVERY-TOTAL returns what is still
      *                outstanding;
      *  'X' cancel  - LGPAYRVD/CBSPAYAK, when a settlement is backed
      *                off CLAIM.PAID unpaid: given the CLAIMNUMBER
      *                and the LG-RIR-AMOUNT backed out, cancels the
      *                recoveries that settlement raised. Rides the
      *                caller's unit of work; LG-RIR-RECOVERY-TOTAL
      *                returns what was cancelled.
      ******************************************************************
       01  LG-RI-RECOVERY-AREA.
           05 LG-RIR-FUNCTION          PIC X(1).
              88 LG-RIR-FN-RAISE          VALUE 'R'.
              88 LG-RIR-FN-COLLECT        VALUE 'C'.
              88 LG-RIR-FN-CANCEL         VALUE 'X'.
           05 LG-RIR-CLAIMNUMBER       PIC 9(10).
           05 LG-RIR-POLICYNUMBER      PIC 9(10).
           05 LG-RIR-RECOVERY-ID       PIC S9(9) USAGE COMP.
           05 LG-RIR-AMOUNT            PIC 9(8).
           05 LG-RIR-UPD-USERID        PIC X(10).
      * Outputs.
           05 LG-RIR-RECOVERY-TOTAL    PIC 9(8).
           05 LG-RIR-RETURN-CODE       PIC 99.
              88 LG-RIR-SUCCESS           VALUE 0.
              88 LG-RIR-NOTFOUND          VALUE 4.
              88 LG-RIR-AMOUNT-INVALID    VALUE 8.
              88 LG-RIR-BADFUNCTION       VALUE 12.
              88 LG-RIR-DB2FAIL           VALUE 16.
              88 LG-RIR-NOT-ENTITLED      VALUE 20.
           05 LG-RIR-REASON            PIC X(50).
