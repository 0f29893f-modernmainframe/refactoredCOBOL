      * needs more than the first page.
      * With CBSTX-REPORT-WANTED set, the postings are also written
      * to the program's sequential report file for printing.
      * CBSTX-CATEGORY marks the two sides of a CBSTXREV reversal:
      * 'R' the reversing posting, 'V' an accepted posting that has
      * been reversed; 'I' a CBSINTFE interest credit and 'W' the
      * tax withheld from it, while not reversed; space for every
      * other posting.
      * CBSTX-INTEREST-GROSS, CBSTX-TAX-WITHHELD and
      * CBSTX-INTEREST-NET total the 'I' and 'W' postings over the
      * whole range, stored in the table or not.
      ******************************************************************
       01  CBSTX-TXN-INQUIRY-AREA.
           05 CBSTX-ACCOUNT-NUMBER     PIC S9(18) USAGE COMP.
              10 CBSTX-DISPOSITION     PIC X(1).
              10 CBSTX-REJECT-REASON   PIC X(50).
              10 CBSTX-POST-TIMESTAMP  PIC X(26).
           05 CBSTX-INTEREST-GROSS     PIC S9(11) USAGE COMP-3.
           05 CBSTX-TAX-WITHHELD       PIC S9(11) USAGE COMP-3.
           05 CBSTX-INTEREST-NET       PIC S9(11) USAGE COMP-3.
      * CBSTX-POSTING-DETAIL runs parallel to CBSTX-POSTING-TABLE:
      * entry n holds the reference and category of posting n.
           05 CBSTX-POSTING-DETAIL OCCURS 50 TIMES.
              10 CBSTX-TXN-REF         PIC X(16).
              10 CBSTX-CATEGORY        PIC X(1).
                 88 CBSTX-CAT-REVERSAL     VALUE 'R'.
                 88 CBSTX-CAT-REVERSED     VALUE 'V'.
                 88 CBSTX-CAT-INTEREST     VALUE 'I'.
                 88 CBSTX-CAT-WITHHOLDING  VALUE 'W'.
      * CBSTX-POSTING-DRAWER runs parallel the same way: entry n holds
      * the teller drawer posting n's cash went through, spaces for
      * any posting that was not counter cash. Archived rows carry it
      * too.
           05 CBSTX-POSTING-DRAWER OCCURS 50 TIMES.
              10 CBSTX-DRAWER-ID       PIC X(5).
