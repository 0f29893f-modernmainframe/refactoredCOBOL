      * COPYBOOK : CBSFEEDC
      * Standard control header and trailer records carried on every
      * outbound extract feed (TCSCEXT's CUSTEXT unload, CBSACINQ's
      * ACCTSUM summary, TCSCUSC1/TCSCUSBT's CUSTOUT audit feed,
      * CBSGLJRN's GLJRNL general-ledger journal, CBSDRRPT's BRCASH
      * branch-cash journal, LGUPRCAL's UPRJRNL unearned-premium
      * journal, CBSAMLMN's AMLCTR currency-transaction report,
      * LGRIBORD's RIBORD reinsurance cession bordereau), so
      * the receiving side can detect a truncated FTP or partial run
      * with CBSFDVFY instead of loading it.
      *
      * last record ('T' in byte 1): a count of every record between
      * header and trailer, and a hash total - the running sum,
      * truncated to 18 digits - of the feed's key field (CUID for the
      * customer feeds, ACCOUNT_NUMBER for ACCTSUM and AMLCTR, the
      * line amount for GLJRNL, BRCASH and UPRJRNL, the ceded
      * exposure for RIBORD) over those same records.
      * Both are padded with spaces to the feed's own LRECL on
      * WRITE ... FROM.
      * No detail record of any feed carries 'H' or 'T' in byte 1.
      ******************************************************************
       01  FC-FEED-HEADER.
           05 FC-H-RECORD-TYPE         PIC X(1) VALUE 'H'.
