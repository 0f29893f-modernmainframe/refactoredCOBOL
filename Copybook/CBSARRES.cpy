      * its ARCHIVED_TIMESTAMP; restore copies the row back to the
      * live table (re-validating an account's status against the
      * current STATUS-RULES-FILE), removes it from the archive, and
      * records the restore in CBS_ACCT_AUDIT_LOG. The caller names
      * the operator in CBSAR-OPERATOR-USERID, checked against the
      * staff entitlement matrix before anything is read.
      ******************************************************************
       01  CBSAR-ARCHIVE-AREA.
           05 CBSAR-FUNCTION           PIC X(1).
              88 CBSAR-RULEFAIL            VALUE 8.
              88 CBSAR-BADREQUEST          VALUE 12.
              88 CBSAR-DB2FAIL             VALUE 16.
              88 CBSAR-NOT-ENTITLED        VALUE 20.
           05 CBSAR-REASON             PIC X(50).
           05 CBSAR-ARCHIVED-TIMESTAMP PIC X(26).
      * Archived-customer image, filled for a customer-key request.
              10 CBSAR-CURRENCY        PIC X(3).
              10 CBSAR-COMPLIANCE-STATUS PIC X(5).
              10 CBSAR-LAST-ACTIVITY-DATE PIC X(10).
      * Staff operator driving the request - see CBSENTCK.
           05 CBSAR-OPERATOR-USERID    PIC X(10).
