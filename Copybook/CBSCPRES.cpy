      ******************************************************************
      * COPYBOOK : CBSCPRES
      * LINKAGE work area for CBSCPMNT (COMPLAINT-CASE MAINTAIN). 'O'
      * opens a case against any of CUID, ACCOUNT-NUMBER,
      * POLICYNUMBER and CLAIMNUMBER (zero = not given, at least one
      * required) with its CATEGORY and DESCRIPTION, owned by
      * BRANCH-NAME (spaces = the account's BASE_BRANCH), and returns
      * the assigned CASE-ID and the business-day DEADLINE-DATE. 'U'
      * updates an OPEN case by CASE-ID: a non-blank CATEGORY,
      * DESCRIPTION or ROOT-CAUSE replaces the case's, and
      * REDRESS-PAID replaces the redress recorded when REDRESS-FLAG
      * is 'Y'. 'C' closes an OPEN case with its OUTCOME ('U' upheld,
      * 'P' partly upheld, 'R' rejected), applying the same changes
      * as 'U' first; a case cannot close without a root cause. 'U'
      * and 'C' hand back the case's deadline.
      ******************************************************************
       01  CBSCP-COMPLAINT-MAINT-AREA.
           05 CBSCP-FUNCTION           PIC X(1).
              88 CBSCP-FN-OPEN            VALUE 'O'.
              88 CBSCP-FN-UPDATE          VALUE 'U'.
              88 CBSCP-FN-CLOSE           VALUE 'C'.
           05 CBSCP-CASE-ID            PIC S9(9) USAGE COMP.
           05 CBSCP-CUID               PIC S9(9) USAGE COMP.
           05 CBSCP-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSCP-POLICYNUMBER       PIC S9(9) USAGE COMP.
           05 CBSCP-CLAIMNUMBER        PIC S9(9) USAGE COMP.
           05 CBSCP-BRANCH-NAME        PIC X(20).
           05 CBSCP-CATEGORY           PIC X(10).
           05 CBSCP-DESCRIPTION        PIC X(50).
           05 CBSCP-ROOT-CAUSE         PIC X(30).
           05 CBSCP-REDRESS-FLAG       PIC X(1).
              88 CBSCP-REDRESS-GIVEN      VALUE 'Y'.
           05 CBSCP-REDRESS-PAID       PIC S9(9) USAGE COMP.
           05 CBSCP-OUTCOME            PIC X(1).
              88 CBSCP-OUTCOME-VALID      VALUE 'U' 'P' 'R'.
           05 CBSCP-DEADLINE-DATE      PIC X(10).
           05 CBSCP-UPD-USERID         PIC X(10).
           05 CBSCP-RETURN-CODE        PIC 99.
              88 CBSCP-SUCCESS             VALUE 0.
              88 CBSCP-REF-NOTFOUND        VALUE 4.
              88 CBSCP-CASE-NOTFOUND       VALUE 6.
              88 CBSCP-CASE-CLOSED         VALUE 8.
              88 CBSCP-AMOUNT-INVALID      VALUE 12.
              88 CBSCP-BADREQUEST          VALUE 15.
              88 CBSCP-DB2FAIL             VALUE 16.
              88 CBSCP-NOT-ENTITLED        VALUE 20.
           05 CBSCP-REASON             PIC X(50).
