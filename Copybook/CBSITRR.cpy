      ******************************************************************
      * COPYBOOK : CBSITRR
      * 150-byte fixed record layout for the tax authority's annual
      * return of interest paid and tax withheld (feed INTTAX),
      * written by CBSINTCT after year-end: one record per taxpayer
      * (CUID) paid credit interest in the tax year, totalled over
      * all their accounts and converted into the reporting currency
      * at the year-end rates. Amounts carry two implied decimals.
      * Carried inside the CBSFEEDC header/trailer; the hash is on
      * IR-CUID (bytes 1-9) for CBSFDVFY.
      *
      * IR-TAX-STATUS is the customer's CUST_TAX_STATUS declaration
      * ('R', 'N', 'E') or 'U' not declared, with the taxpayer
      * identifier where one was declared. IR-RATE-EXCEPTION 'Y' - an
      * account in a currency with no CBS_FX_RATE row for the
      * year-end date was left out of the totals (named on the job
      * log, and the run ends RC 4).
      ******************************************************************
       05 IR-CUID                     PIC 9(9).
       05 IR-TAX-YEAR                 PIC 9(4).
       05 IR-TAX-STATUS               PIC X(1).
       05 IR-TAXPAYER-ID              PIC X(20).
       05 IR-CUSTOMER-NAME            PIC X(60).
       05 IR-REPORTING-CURRENCY       PIC X(3).
       05 IR-GROSS-INTEREST           PIC 9(13)V99.
       05 IR-TAX-WITHHELD             PIC 9(13)V99.
       05 IR-ACCOUNT-COUNT            PIC 9(5).
       05 IR-RATE-EXCEPTION           PIC X(1).
       05 FILLER                      PIC X(17).
