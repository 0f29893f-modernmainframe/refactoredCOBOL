      ******************************************************************
      * COPYBOOK : CBSBLRES
      * LINKAGE work area for CBSBALIQ (BALANCE-AS-OF-INQUIRY).
      * Caller supplies an ACCOUNT-NUMBER and an AS-OF-DATE (spaces
      * mean the latest snapshot held); the program returns the
      * closing balance CBSBALSN snapshot for the latest business
      * date on or before it - a Sunday or holiday answers with the
      * previous business day's close, and CBSBL-SNAPSHOT-DATE says
      * which day that was.
      * With a FROM-DATE as well, the snapshots from FROM-DATE to
      * AS-OF-DATE are also returned newest first in
      * CBSBL-BALANCE-TABLE, in the bounded-result-table style of
      * CBSTXINQ's CBSTX-POSTING-TABLE, with the day count, lowest,
      * highest and average closing balance over the range. Days
      * past the table's 31-entry capacity are counted and measured
      * but not stored - one month fits.
      ******************************************************************
       01  CBSBL-BALANCE-INQUIRY-AREA.
           05 CBSBL-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
           05 CBSBL-AS-OF-DATE         PIC X(10).
           05 CBSBL-FROM-DATE          PIC X(10).
      * 'A' reads CBS_ACCT_BAL_SNAP_ARCH (snapshots CBSRETAR has
      * moved past the retention period); anything else reads the
      * live table.
           05 CBSBL-SOURCE-FLAG        PIC X(1).
              88 CBSBL-SOURCE-ARCHIVE      VALUE 'A'.
           05 CBSBL-RETURN-CODE        PIC 99.
              88 CBSBL-SUCCESS             VALUE 0.
              88 CBSBL-NOSNAPSHOT          VALUE 4.
              88 CBSBL-RANGE-INVALID       VALUE 8.
              88 CBSBL-DB2FAIL             VALUE 16.
      * The balance as of AS-OF-DATE.
           05 CBSBL-SNAPSHOT-DATE      PIC X(10).
           05 CBSBL-LEDGER-BALANCE     PIC S9(18) USAGE COMP.
           05 CBSBL-CURRENCY           PIC X(3).
           05 CBSBL-ACCOUNT-STATUS     PIC X(10).
      * Over FROM-DATE to AS-OF-DATE, when a FROM-DATE is given.
           05 CBSBL-DAY-COUNT          PIC 9(4) USAGE COMP.
           05 CBSBL-MINIMUM-BALANCE    PIC S9(18) USAGE COMP.
           05 CBSBL-MAXIMUM-BALANCE    PIC S9(18) USAGE COMP.
           05 CBSBL-AVERAGE-BALANCE    PIC S9(18) USAGE COMP.
           05 CBSBL-BALANCE-TABLE OCCURS 31 TIMES.
              10 CBSBL-TBL-DATE        PIC X(10).
              10 CBSBL-TBL-BALANCE     PIC S9(18) USAGE COMP.
              10 CBSBL-TBL-STATUS      PIC X(10).
