      ******************************************************************
      * COPYBOOK : CBSMLRES
      * LINKAGE work area for CBSAMLDP (AML ALERT DISPOSITION). The
      * analyst names an OPEN CBS_AML_ALERT row and the action - 'E'
      * escalate for a suspicious-activity report, 'D' discount as
      * explained - with a note saying why (required for both) and
      * their user id. The program returns the alert's new status
      * and a return code.
      ******************************************************************
       01  CBSML-DISPOSITION-AREA.
           05 CBSML-ALERT-ID           PIC S9(9) USAGE COMP.
           05 CBSML-ACTION             PIC X(1).
              88 CBSML-ACT-ESCALATE       VALUE 'E'.
              88 CBSML-ACT-DISCOUNT       VALUE 'D'.
           05 CBSML-NOTE               PIC X(50).
           05 CBSML-UPD-USERID         PIC X(10).
           05 CBSML-ALERT-STATUS       PIC X(10).
           05 CBSML-RETURN-CODE        PIC 99.
              88 CBSML-SUCCESS             VALUE 0.
              88 CBSML-ALERT-NOTFOUND      VALUE 4.
              88 CBSML-ALERT-WORKED        VALUE 8.
              88 CBSML-NOTE-REQUIRED       VALUE 12.
              88 CBSML-ALERT-CHANGED       VALUE 14.
              88 CBSML-BADREQUEST          VALUE 15.
              88 CBSML-DB2FAIL             VALUE 16.
              88 CBSML-NOT-ENTITLED        VALUE 20.
           05 CBSML-REASON             PIC X(50).
