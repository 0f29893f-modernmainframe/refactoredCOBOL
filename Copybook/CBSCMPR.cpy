      * daily decision file read by CBSCMPFD. One record per account
      * whose COMPLIANCE_STATUS is to change; CM-CASE-REF is the
      * compliance case the decision came from and is carried into the
      * CBS_ACCT_AUDIT_LOG REASON. CM-DECIDED-BY is the compliance
      * officer's user id; the officer must be entitled to set or
      * clear the flag (CBSENTCK) or the decision is not applied.
      ******************************************************************
       05 CM-ACCOUNT-NUMBER           PIC 9(18).
       05 CM-NEW-STATUS               PIC X(5).
       05 CM-CASE-REF                 PIC X(20).
       05 CM-DECIDED-BY               PIC X(10).
       05 FILLER                      PIC X(27).
