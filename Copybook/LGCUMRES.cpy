      ******************************************************************
      * COPYBOOK : LGCUMRES
      * LINKAGE work area for LGCUSMNT (INSURANCE-CUSTOMER-MAINTAIN).
      * Caller supplies a function (create or update), the GenApp
      * CUSTOMER columns and the staff operator; the program keeps
      * CUSTOMER and CUSTOMER_SECURE and returns a return code.
      *
      * Create: every name, address and date-of-birth field is
      * required, EMAILADDRESS and the phones are optional, and
      * LGCU-INITIAL-PASSWORD seeds the CUSTOMER_SECURE row LGCUSAUT
      * logs in against. CUSTOMERNUMBER comes back assigned. A
      * customer already held under the same name and date of birth
      * is refused as LGCU-POSSDUP naming that customer in
      * LGCU-DUPLICATE-NUMBER; once the operator has checked it is a
      * genuinely different person, LGCU-DUP-OVERRIDE 'Y' lets the
      * create through. Bank customers who look like the same person
      * are proposed for a CUST_ID_XREF link - LGCU-PROPOSAL-COUNT
      * proposals, the best-scoring bank CUID in LGCU-PROPOSED-CUID.
      *
      * Update: LGCU-CUSTOMERNUMBER names the customer; any field
      * left blank keeps its stored value.
      ******************************************************************
       01  LGCU-CUSTOMER-MAINT-AREA.
           05 LGCU-FUNCTION            PIC X(1).
              88 LGCU-FN-CREATE           VALUE 'C'.
              88 LGCU-FN-UPDATE           VALUE 'U'.
           05 LGCU-CUSTOMERNUMBER      PIC S9(9) USAGE COMP.
           05 LGCU-FIRSTNAME           PIC X(10).
           05 LGCU-LASTNAME            PIC X(20).
           05 LGCU-DATEOFBIRTH         PIC X(10).
           05 LGCU-HOUSENAME           PIC X(20).
           05 LGCU-HOUSENUMBER         PIC X(4).
           05 LGCU-POSTCODE            PIC X(8).
           05 LGCU-PHONEHOME           PIC X(20).
           05 LGCU-PHONEMOBILE         PIC X(20).
           05 LGCU-EMAILADDRESS        PIC X(100).
           05 LGCU-INITIAL-PASSWORD    PIC X(32).
           05 LGCU-DUP-OVERRIDE        PIC X(1).
              88 LGCU-DUP-OVERRIDDEN      VALUE 'Y'.
           05 LGCU-UPD-USERID          PIC X(10).
      * Outputs.
           05 LGCU-DUPLICATE-NUMBER    PIC S9(9) USAGE COMP.
           05 LGCU-PROPOSAL-COUNT      PIC S9(4) USAGE COMP.
           05 LGCU-PROPOSED-CUID       PIC S9(9) USAGE COMP.
           05 LGCU-RETURN-CODE         PIC 99.
              88 LGCU-SUCCESS              VALUE 0.
              88 LGCU-NOTFOUND             VALUE 4.
              88 LGCU-POSSDUP              VALUE 8.
              88 LGCU-VALIDFAIL            VALUE 10.
              88 LGCU-BADFUNCTION          VALUE 12.
              88 LGCU-DB2FAIL              VALUE 16.
              88 LGCU-NOT-ENTITLED         VALUE 20.
           05 LGCU-REASON              PIC X(50).
