      * program validates the customer, assigns ACCOUNT-NUMBER from
      * ACCOUNT_SEQ, inserts the CBS_ACCT_MSTR_DTL row and returns the
      * assigned number plus a return code.
      * CBSAO-TERM-DEPOSIT-FLAG 'Y' opens the account as a fixed-term
      * deposit: the CBSAO-TD- fields then carry the principal, term
      * in months, fixed annual rate and maturity instruction ('R'
      * roll over, 'P' pay out to CBSAO-TD-PAYOUT-ACCOUNT), and a
      * CBS_TERM_DEPOSIT row is inserted alongside the account. A
      * caller that INITIALIZEs the area opens an ordinary account.
      * CBSAO-CUSTOMER-ID is recorded as the primary holder on
      * CBS_ACCT_PARTY. CBSAO-PARTY-COUNT (0 to 4) further customers
      * in CBSAO-PARTY can be linked at open, each with role 'J'
      * joint holder or 'S' authorised signatory; every party is
      * stamped with CBSAO-SIGNING-RULE, 'A' any one to sign (the
      * default when left blank) or 'L' all to sign. An INITIALIZEd
      * area opens a sole-holder account.
      ******************************************************************
       01  CBSAO-ACCOUNT-OPEN-AREA.
           05 CBSAO-CUSTOMER-ID        PIC S9(9) USAGE COMP.
              88 CBSAO-CUST-NOTFOUND       VALUE 4.
              88 CBSAO-CUST-NOTACTIVE      VALUE 8.
              88 CBSAO-PRODUCT-INVALID     VALUE 12.
              88 CBSAO-DEPOSIT-INVALID     VALUE 14.
              88 CBSAO-DB2FAIL             VALUE 16.
              88 CBSAO-PARTY-INVALID       VALUE 18.
           05 CBSAO-REASON             PIC X(50).
           05 CBSAO-TERM-DEPOSIT-FLAG  PIC X(1).
              88 CBSAO-TERM-DEPOSIT        VALUE 'Y'.
           05 CBSAO-TD-PRINCIPAL       PIC S9(9) USAGE COMP.
           05 CBSAO-TD-TERM-MONTHS     PIC S9(4) USAGE COMP.
           05 CBSAO-TD-RATE-PCT        PIC 9(2)V9(3).
           05 CBSAO-TD-MATURITY-INSTR  PIC X(1).
              88 CBSAO-TD-ROLLOVER         VALUE 'R'.
              88 CBSAO-TD-PAYOUT           VALUE 'P'.
           05 CBSAO-TD-PAYOUT-ACCOUNT  PIC S9(18) USAGE COMP.
           05 CBSAO-SIGNING-RULE       PIC X(1).
              88 CBSAO-SIGN-ANY            VALUE 'A'.
              88 CBSAO-SIGN-ALL            VALUE 'L'.
           05 CBSAO-PARTY-COUNT        PIC S9(4) USAGE COMP.
           05 CBSAO-PARTY              OCCURS 4 TIMES.
              10 CBSAO-PARTY-CUID      PIC S9(9) USAGE COMP.
              10 CBSAO-PARTY-ROLE      PIC X(1).
