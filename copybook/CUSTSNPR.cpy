      ******************************************************************
      * COPYBOOK : CUSTSNPR
      * LINKAGE work area for TCSCSNPD (SCREEN-DISPOSITION).
      * Compliance supplies a CUST_SCREEN_QUEUE id and a decision:
      *  - 'F' false positive: a parked application is created (the
      *    TCSCUSPD approve insert, plus the guardian link for a
      *    minor) and its new CUID returned; a rescreen hit is simply
      *    cleared;
      *  - 'C' confirmed hit: a parked application is refused for
      *    good; an existing customer's accounts are put on
      *    compliance HOLD, SNP-HOLD-COUNT of them.
      * Every decision is recorded on the queue row.
      ******************************************************************
       01  SNP-DISPOSITION-AREA.
           05 SNP-QUEUE-ID             PIC S9(9) USAGE COMP.
           05 SNP-REVIEW-USERID        PIC X(10).
           05 SNP-DECISION             PIC X(1).
              88 SNP-DECISION-CONFIRM     VALUE 'C'.
              88 SNP-DECISION-FALSE       VALUE 'F'.
           05 SNP-NEW-CUID             PIC S9(9) USAGE COMP.
           05 SNP-HOLD-COUNT           PIC S9(9) USAGE COMP.
           05 SNP-RETURN-CODE          PIC 99.
              88 SNP-SUCCESS               VALUE 0.
              88 SNP-NOTFOUND              VALUE 4.
              88 SNP-BADDECISION           VALUE 8.
              88 SNP-ACCT-CHANGED          VALUE 14.
              88 SNP-DB2FAIL               VALUE 16.
              88 SNP-NOT-ENTITLED          VALUE 20.
           05 SNP-REASON               PIC X(50).
