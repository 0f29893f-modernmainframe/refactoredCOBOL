      ******************************************************************
      * COPYBOOK : LGRICRES
      * LINKAGE work area for LGRICESS (RI-CESSION). The policy
      * programs pass each premium event they have just taxed - the
      * POLICYNUMBER and POLICYTYPE, the PREMIUM_TAX_DTL event ('W'
      * written, 'E' endorsement, 'R' renewal), its date and its
      * signed premium - and LGRICESS cedes the treaties' share of
      * it onto RI_CESSION. It commits nothing: the cession stands or
      * falls with the caller's unit of work. LG-RIC-CEDED-PREMIUM
      * returns the total ceded across all treaties (zero when no
      * treaty covers the risk, which is not an error).
      ******************************************************************
       01  LG-RI-CESSION-AREA.
           05 LG-RIC-POLICYNUMBER      PIC 9(10).
           05 LG-RIC-POLICYTYPE        PIC X(1).
           05 LG-RIC-EVENT             PIC X(1).
              88 LG-RIC-EV-WRITTEN        VALUE 'W'.
              88 LG-RIC-EV-ENDORSED       VALUE 'E'.
              88 LG-RIC-EV-RENEWED        VALUE 'R'.
           05 LG-RIC-EVENT-DATE        PIC X(10).
           05 LG-RIC-PREMIUM           PIC S9(9) USAGE COMP.
           05 LG-RIC-UPD-USERID        PIC X(10).
      * Outputs.
           05 LG-RIC-CEDED-PREMIUM     PIC S9(9) USAGE COMP.
           05 LG-RIC-RETURN-CODE       PIC 99.
              88 LG-RIC-SUCCESS           VALUE 0.
              88 LG-RIC-BADEVENT          VALUE 12.
              88 LG-RIC-DB2FAIL           VALUE 16.
           05 LG-RIC-REASON            PIC X(50).
