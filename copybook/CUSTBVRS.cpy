      ******************************************************************
      * COPYBOOK : CUSTBVRS
      * LINKAGE work area for TCSCBRVM (BEREAVEMENT MAINTAIN).
      * BVM-FUNCTION 'N' records a death notification for BVM-CUID:
      * the date of death, who notified us and their relationship,
      * and the executor's name and address correspondence is to go
      * to - all required. The counts come back filled in: accounts
      * frozen against debits, jointly held accounts left for the
      * survivors, standing instructions and premium mandates
      * suspended, and insurance policy flags raised for the claims
      * and life teams.
      * BVM-FUNCTION 'R' releases the estate for TCSCESTB's settlement
      * once probate has been seen; an executor name and address
      * given with it replace the ones recorded at notification.
      ******************************************************************
       01  BVM-BEREAVEMENT-AREA.
           05 BVM-FUNCTION             PIC X(1).
              88 BVM-NOTIFY                VALUE 'N'.
              88 BVM-RELEASE               VALUE 'R'.
           05 BVM-CUID                 PIC S9(9) USAGE COMP.
           05 BVM-USERID               PIC X(10).
           05 BVM-DATE-OF-DEATH        PIC X(10).
           05 BVM-NOTIFIED-BY          PIC X(60).
           05 BVM-NOTIFIER-RELATION    PIC X(20).
           05 BVM-EXECUTOR-NAME        PIC X(60).
           05 BVM-EXECUTOR-ADDRESS     PIC X(180).
           05 BVM-FROZEN-COUNT         PIC S9(9) USAGE COMP.
           05 BVM-JOINT-COUNT          PIC S9(9) USAGE COMP.
           05 BVM-INSTR-COUNT          PIC S9(9) USAGE COMP.
           05 BVM-MANDATE-COUNT        PIC S9(9) USAGE COMP.
           05 BVM-POLICY-FLAG-COUNT    PIC S9(9) USAGE COMP.
           05 BVM-RETURN-CODE          PIC 99.
              88 BVM-SUCCESS               VALUE 0.
              88 BVM-NOTFOUND              VALUE 4.
              88 BVM-BADREQUEST            VALUE 8.
              88 BVM-ACCT-CHANGED          VALUE 14.
              88 BVM-DB2FAIL               VALUE 16.
              88 BVM-NOT-ENTITLED          VALUE 20.
           05 BVM-REASON               PIC X(50).
