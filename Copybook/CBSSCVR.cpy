      ******************************************************************
      * COPYBOOK : CBSSCVR
      * 400-byte fixed record layout for the deposit-protection
      * scheme's single-customer-view file (feed DEPSCV) written by
      * CBSDPSCV: one record per depositor holding at least one
      * eligible account, with the depositor's total eligible balance
      * in the reporting currency and the part of it covered up to
      * the statutory limit. Amounts carry two implied decimals.
      * Carried inside the CBSFEEDC header/trailer; the hash is on
      * SV-CUID (bytes 1-9) for CBSFDVFY.
      *
      * SV-DATA-EXCEPTION 'Y' - the depositor's address or date of
      * birth is missing, so the scheme cannot pay out on this record
      * as it stands (listed on the SCVRPT exceptions report).
      * SV-RATE-EXCEPTION 'Y' - an account in a currency with no
      * CBS_FX_RATE row for the business date was left out, so the
      * eligible balance is understated. SV-DECEASED 'Y' - a death
      * has been notified (CUST_BEREAVEMENT); the scheme pays the
      * estate.
      ******************************************************************
       05 SV-CUID                     PIC 9(9).
       05 SV-CUSTOMER-NAME            PIC X(60).
       05 SV-CUSTOMER-ADDRESS         PIC X(250).
       05 SV-DATE-OF-BIRTH            PIC X(10).
       05 SV-ACCOUNT-COUNT            PIC 9(5).
       05 SV-REPORTING-CURRENCY       PIC X(3).
       05 SV-ELIGIBLE-BALANCE         PIC 9(15)V99.
       05 SV-COVERED-AMOUNT           PIC 9(15)V99.
       05 SV-UNCOVERED-AMOUNT         PIC 9(15)V99.
       05 SV-DATA-EXCEPTION           PIC X(1).
       05 SV-RATE-EXCEPTION           PIC X(1).
       05 SV-DECEASED                 PIC X(1).
       05 FILLER                      PIC X(9).
