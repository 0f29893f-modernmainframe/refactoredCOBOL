      * Workbook name: CBSFDVFY
      ******************************************************************
      * FEED-VERIFY, the receiving side's check on any feed wrapped in
      * the CBSFEEDC control records (TCSCEXT's CUSTEXT unload and
      * its CUSTMKT marketing variant, CBSACINQ's ACCTSUM summary,
      * TCSCUSC1/TCSCUSBT's CUSTOUT audit feed, CBSGLJRN's GLJRNL
      * journal, CBSAMLMN's AMLCTR currency-transaction report,
      * CBSDPSCV's DEPSCV deposit-protection single customer view,
      * CBSINTCT's INTTAX annual interest-tax return, CBSDRRPT's
      * BRCASH branch-cash journal, CBSCPRET's CMPLRTN complaints
      * return, LGUPRCAL's UPRJRNL unearned-premium journal,
      * LGRIBORD's RIBORD reinsurance cession bordereau, TCSCDSAR's
      * DSAREXP data-subject access export).
      * It re-counts the records between header
      * and trailer and re-computes the hash total over the feed's
      * key field, then compares both against the trailer.
      * A truncated FTP or partial run ends the job with return code 8
      * instead of being loaded - CRM has been reloaded twice from a
      * silently truncated file.
      *
      * The key field's position is keyed off the header's feed id:
      *   CUSTEXT - CUID, bytes 1-9
      *   CUSTMKT - CUID, bytes 1-9
      *   ACCTSUM - ACCOUNT-NUMBER, bytes 1-18
      *   CUSTOUT - OF-CUSTOMER-ID, bytes 28-36
      *   CUSTDLT - CUID, bytes 2-10 (after the action code)
      *   GLJRNL  - GJ-AMOUNT, bytes 1-18
      *   BRCASH  - GJ-AMOUNT, bytes 1-18
      *   UPRJRNL - GJ-AMOUNT, bytes 1-18
      *   RIBORD  - BX-CEDED-EXPOSURE, bytes 1-18
      *   AMLCTR  - CX-ACCOUNT-NUMBER, bytes 1-18
      *   DEPSCV  - SV-CUID, bytes 1-9
      *   INTTAX  - IR-CUID, bytes 1-9
      *   CMPLRTN - CR-CASE-COUNT, bytes 1-9
      *   DSAREXP - DX-CUID, bytes 2-10 (after the record type)
      ******************************************************************

       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
      * The feeds have different LRECLs (ACCTSUM 75, CUSTOUT 80,
      * GLJRNL 80, BRCASH 80, UPRJRNL 80, AMLCTR 80, CUSTEXT and
      * CUSTMKT 326,
      * CUSTDLT 327,
      * DEPSCV 400, INTTAX 150, CMPLRTN 80, RIBORD 100,
      * DSAREXP 800),
      * so the record length comes from the DD at OPEN (RECORD
      * CONTAINS 0) and the record area is sized at the largest; the
      * shorter feeds simply leave the tail of FEED-RECORD untouched,
      * beyond every key position used.
       FD FEED-FILE
            RECORD CONTAINS 0 CHARACTERS
            RECORDING MODE IS F.
       01 FEED-RECORD                  PIC X(800).

       WORKING-STORAGE SECTION.
       01 FEEDFILE-STATUS              PIC X(02) VALUE SPACES.
                 MOVE WS-HD-FEED-ID TO WS-FEED-ID
                 EVALUATE WS-FEED-ID
                    WHEN 'CUSTEXT'
                    WHEN 'CUSTMKT'
                    WHEN 'DEPSCV'
                    WHEN 'INTTAX'
                    WHEN 'CMPLRTN'
                       MOVE 1 TO WS-KEY-POS
                       MOVE 9 TO WS-KEY-LEN
                    WHEN 'ACCTSUM'
                       MOVE 28 TO WS-KEY-POS
                       MOVE 9 TO WS-KEY-LEN
                    WHEN 'CUSTDLT'
                    WHEN 'DSAREXP'
                       MOVE 2 TO WS-KEY-POS
                       MOVE 9 TO WS-KEY-LEN
                    WHEN 'GLJRNL'
                    WHEN 'BRCASH'
                    WHEN 'UPRJRNL'
                    WHEN 'RIBORD'
                       MOVE 1 TO WS-KEY-POS
                       MOVE 18 TO WS-KEY-LEN
                    WHEN 'AMLCTR'
                       MOVE 1 TO WS-KEY-POS
                       MOVE 18 TO WS-KEY-LEN
                    WHEN OTHER
                       DISPLAY '(CBSFDVFY) UNKNOWN FEED ID: '
                         WS-FEED-ID
