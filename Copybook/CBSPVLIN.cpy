      ******************************************************************
      * COPYBOOK : CBSPVLIN
      * Fixed 132-byte impact-preview detail line (PREVRPT), one per
      * row a bulk sweep would change or delete had it not been run
      * in preview mode - see CBSRUNMD. PV-ITEM-TYPE says what the
      * row is (ACCOUNT, CUSTOMER, TXN, AUDIT, SNAPSHOT), PV-ITEM-KEY
      * its account number or customer id, PV-DETAIL the branch or
      * date that places it. PV-BALANCE is the ledger balance or
      * amount the row carries, blank (PV-BALANCE-TEXT) where the row
      * has none. PV-ACTION is what the updating run would do to it,
      * or why it would leave the row alone. Heading and total lines
      * are written over the same record as plain text.
      ******************************************************************
       05 PV-PROGRAM-NAME             PIC X(8).
       05 FILLER                      PIC X(1).
       05 PV-ITEM-TYPE                PIC X(8).
       05 FILLER                      PIC X(1).
       05 PV-ITEM-KEY                 PIC Z(17)9.
       05 FILLER                      PIC X(1).
       05 PV-ITEM-NAME                PIC X(25).
       05 FILLER                      PIC X(1).
       05 PV-DETAIL                   PIC X(20).
       05 FILLER                      PIC X(1).
       05 PV-CURRENT-STATUS           PIC X(10).
       05 FILLER                      PIC X(1).
       05 PV-BALANCE                  PIC -Z(14)9.
       05 PV-BALANCE-TEXT REDEFINES PV-BALANCE
                                      PIC X(16).
       05 FILLER                      PIC X(1).
       05 PV-ACTION                   PIC X(20).
