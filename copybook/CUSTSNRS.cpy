      ******************************************************************
      * COPYBOOK : CUSTSNRS
      * LINKAGE work area for TCSCSANS (WATCH-LIST SCREEN). Every
      * customer create path passes the applicant's name, address,
      * age and date of birth (and the guardian's CUID for a minor)
      * before the CUSTOMER insert. A possible match comes back as
      * SNS-POSSIBLE-MATCH with the applicant already parked on
      * CUST_SCREEN_QUEUE (SNS-QUEUE-ID) and the matched list entry;
      * the caller then refuses the create, the way a possible
      * duplicate is refused.
      ******************************************************************
       01  SNS-SCREEN-AREA.
           05 SNS-CUSTNAME             PIC X(60).
           05 SNS-ADDRESS              PIC X(250).
           05 SNS-AGE                  PIC 999.
           05 SNS-DOB                  PIC X(10).
           05 SNS-GUARDIAN-ID          PIC S9(9) USAGE COMP.
           05 SNS-QUEUE-USERID         PIC X(10).
           05 SNS-QUEUE-ID             PIC S9(9) USAGE COMP.
           05 SNS-LIST-ID              PIC X(8).
           05 SNS-ENTRY-REF            PIC X(16).
           05 SNS-RETURN-CODE          PIC 99.
              88 SNS-CLEAR                 VALUE 0.
              88 SNS-POSSIBLE-MATCH        VALUE 4.
              88 SNS-DB2FAIL               VALUE 16.
           05 SNS-REASON               PIC X(50).
