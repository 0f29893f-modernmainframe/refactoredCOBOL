      ******************************************************************
      * COPYBOOK : LGQTEREQ
      * LINKAGE work area for LGQTEADD (QUOTE-CREATE), in the LGPOLREQ
      * style. Caller supplies the customer, the line ('H' house, 'M'
      * motor, 'C' commercial), the broker and the proposed risk in
      * that line's detail fields; the program keeps it on INS_QUOTE,
      * rates it through the line's rater in quote mode and returns
      * the quote number, the premium and the date the price holds
      * until. A risk the rater refuses is still kept, as declined,
      * and comes back LG-QADD-DECLINED with the rater's reason.
      ******************************************************************
       01  LG-QUOTE-ADD-AREA.
           05 LG-QADD-CUSTOMERNUMBER   PIC 9(10).
           05 LG-QADD-POLICYTYPE       PIC X(1).
              88 LG-QADD-HOUSE            VALUE 'H'.
              88 LG-QADD-MOTOR            VALUE 'M'.
              88 LG-QADD-COMMERCIAL       VALUE 'C'.
           05 LG-QADD-BROKERID         PIC 9(10).
           05 LG-QADD-BROKERSREF       PIC X(10).
           05 LG-QADD-UPD-USERID       PIC X(10).
      * House detail, used when LG-QADD-HOUSE.
           05 LG-QADD-H-PROPERTYTYPE   PIC X(15).
           05 LG-QADD-H-BEDROOMS       PIC 9(3).
           05 LG-QADD-H-VALUE          PIC 9(8).
           05 LG-QADD-H-HOUSENAME      PIC X(20).
           05 LG-QADD-H-HOUSENUMBER    PIC X(4).
           05 LG-QADD-H-POSTCODE       PIC X(8).
      * Motor detail, used when LG-QADD-MOTOR.
           05 LG-QADD-M-MAKE           PIC X(15).
           05 LG-QADD-M-MODEL          PIC X(15).
           05 LG-QADD-M-VALUE          PIC 9(6).
           05 LG-QADD-M-REGNUMBER      PIC X(7).
           05 LG-QADD-M-COLOUR         PIC X(8).
           05 LG-QADD-M-CC             PIC 9(4).
           05 LG-QADD-M-MANUFACTURED   PIC X(10).
           05 LG-QADD-M-ACCIDENTS      PIC 9(6).
      * Commercial detail, used when LG-QADD-COMMERCIAL.
           05 LG-QADD-B-ZIPCODE        PIC X(8).
           05 LG-QADD-B-PROPERTYTYPE   PIC X(20).
      * Outputs.
           05 LG-QADD-QUOTENUMBER      PIC 9(10).
           05 LG-QADD-PREMIUM          PIC 9(8).
           05 LG-QADD-VALID-TO-DATE    PIC X(10).
           05 LG-QADD-RETURN-CODE      PIC 99.
              88 LG-QADD-SUCCESS          VALUE 0.
              88 LG-QADD-CUST-NOTFOUND    VALUE 4.
              88 LG-QADD-DECLINED         VALUE 6.
              88 LG-QADD-BADTYPE          VALUE 8.
              88 LG-QADD-DB2FAIL          VALUE 12.
              88 LG-QADD-BROKER-INVALID   VALUE 14.
              88 LG-QADD-NOT-ENTITLED     VALUE 20.
           05 LG-QADD-REASON           PIC X(50).
