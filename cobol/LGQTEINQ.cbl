      ******************************************************************
      * Created: Thu, 15 Oct 2026 00:00:00 GMT
      * Workbook name: LGQTEINQ
      ******************************************************************
      * QUOTE-INQUIRY, the broker's view of a quote LGQTEADD priced:
      * the customer, line, premium, the date the price holds until
      * and where the quote stands - quoted, declined (with the
      * rater's reason), bound (with the policy) or expired - plus a
      * one-line summary of the quoted risk in LGPOLINQ's detail
      * form. A broker sees only its own quotes: another broker's
      * quote is answered as not found, so quote numbers can't be
      * walked. BROKERID zero is back office and sees any quote.
      *
      * LG-QINQ-BINDABLE is set when the quote is still priced and
      * inside its validity date - what LGQTECNV will accept today -
      * so the broker isn't told a price stands that LGQTEEXP has not
      * yet caught up with overnight. Read-only.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGQTEINQ.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TODAY                     PIC X(10).
       01 WK-QUOTE-QUOTED              PIC X(1) VALUE 'Q'.
       01 WS-BEDROOMS-DISPLAY          PIC 9(3).
       01 WS-VALUE-DISPLAY             PIC 9(8).
      ******************************************************************
      * PATH : .../Cobol Include/LGQUOTE.cpy
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  DCLINS-QUOTE.
      ******************************************************************
      * COPY SQLCA.
      * PATH : .../Cobol Include/SQLCA
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      * 01 SQLCA.
      *     05 SQLCODE     PIC S9(9) COMP-5.
      ******************************************************************

      * SQLCA DB2 communications area
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE LGQUOTE
           END-EXEC.

       LINKAGE SECTION.
           COPY LGQINRES.
      * PATH : .../Cobol Include/LGQINRES
      * THE FOLLOWING VARIABLES ARE USED FROM THE COPYBOOK :
      *01  LG-QUOTE-INQUIRY-AREA.

       PROCEDURE DIVISION USING LG-QUOTE-INQUIRY-AREA.
       MAIN-PARA.
           SET LG-QINQ-SUCCESS TO TRUE.
           MOVE SPACES TO LG-QINQ-REASON.
           MOVE 'N' TO LG-QINQ-BINDABLE-FLAG.
           MOVE SPACES TO LG-QINQ-DETAIL-SUMMARY.
           PERFORM FETCH-QUOTE-ROW.
           IF LG-QINQ-SUCCESS
              PERFORM RETURN-QUOTE-DETAIL
           END-IF.
           EXIT PROGRAM.

      ******************************************************************
      * FETCH-QUOTE-ROW reads the quote with today's date alongside;
      * a quote belonging to another broker is treated as absent.
       FETCH-QUOTE-ROW.
           MOVE LG-QINQ-QUOTENUMBER TO QT-QUOTENUMBER.
           EXEC SQL
                SELECT CUSTOMERNUMBER, POLICYTYPE, BROKERID,
                       BROKERSREFERENCE, QUOTE_DATE, VALID_TO_DATE,
                       QUOTE_STATUS, PREMIUM, DECLINE_REASON,
                       POLICYNUMBER, H_PROPERTYTYPE, H_BEDROOMS,
                       H_VALUE, M_MAKE, M_MODEL, M_REGNUMBER, M_VALUE,
                       B_ZIPCODE, B_PROPERTYTYPE, CURRENT DATE
                  INTO :QT-CUSTOMERNUMBER, :QT-POLICYTYPE,
                       :QT-BROKERID, :QT-BROKERSREFERENCE,
                       :QT-QUOTE-DATE, :QT-VALID-TO-DATE,
                       :QT-QUOTE-STATUS, :QT-PREMIUM,
                       :QT-DECLINE-REASON, :QT-POLICYNUMBER,
                       :QT-H-PROPERTYTYPE, :QT-H-BEDROOMS,
                       :QT-H-VALUE, :QT-M-MAKE, :QT-M-MODEL,
                       :QT-M-REGNUMBER, :QT-M-VALUE,
                       :QT-B-ZIPCODE, :QT-B-PROPERTYTYPE, :WS-TODAY
                  FROM INS_QUOTE
                 WHERE QUOTENUMBER = :QT-QUOTENUMBER
           END-EXEC.
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 SET LG-QINQ-NOTFOUND TO TRUE
                 MOVE 'QUOTE NOT FOUND' TO LG-QINQ-REASON
              WHEN SQLCODE NOT = 0
                 SET LG-QINQ-DB2FAIL TO TRUE
                 MOVE 'QUOTE LOOKUP FAILED' TO LG-QINQ-REASON
                 DISPLAY '(LGQTEINQ) QUOTE LOOKUP FAILED. SQLCODE='
                   SQLCODE
              WHEN LG-QINQ-BROKERID > 0
                   AND QT-BROKERID NOT = LG-QINQ-BROKERID
                 SET LG-QINQ-NOTFOUND TO TRUE
                 MOVE 'QUOTE NOT FOUND' TO LG-QINQ-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      ******************************************************************
      * RETURN-QUOTE-DETAIL hands back the quote and folds the quoted
      * risk into the summary line.
       RETURN-QUOTE-DETAIL.
           MOVE QT-CUSTOMERNUMBER   TO LG-QINQ-CUSTOMERNUMBER.
           MOVE QT-POLICYTYPE       TO LG-QINQ-POLICYTYPE.
           MOVE QT-BROKERSREFERENCE TO LG-QINQ-BROKERSREF.
           MOVE QT-QUOTE-DATE       TO LG-QINQ-QUOTE-DATE.
           MOVE QT-VALID-TO-DATE    TO LG-QINQ-VALID-TO-DATE.
           MOVE QT-QUOTE-STATUS     TO LG-QINQ-QUOTE-STATUS.
           MOVE QT-PREMIUM          TO LG-QINQ-PREMIUM.
           MOVE QT-POLICYNUMBER     TO LG-QINQ-POLICYNUMBER.
           MOVE QT-DECLINE-REASON   TO LG-QINQ-REASON.
           IF QT-QUOTE-STATUS = WK-QUOTE-QUOTED
              AND QT-VALID-TO-DATE >= WS-TODAY
              SET LG-QINQ-BINDABLE TO TRUE
           END-IF.
           EVALUATE QT-POLICYTYPE
              WHEN 'H'
                 MOVE QT-H-BEDROOMS TO WS-BEDROOMS-DISPLAY
                 MOVE QT-H-VALUE TO WS-VALUE-DISPLAY
                 STRING 'HOUSE: ' QT-H-PROPERTYTYPE
                         ' BEDROOMS=' WS-BEDROOMS-DISPLAY
                         ' VALUE=' WS-VALUE-DISPLAY
                         DELIMITED BY SIZE
                         INTO LG-QINQ-DETAIL-SUMMARY
                 END-STRING
              WHEN 'M'
                 MOVE QT-M-VALUE TO WS-VALUE-DISPLAY
                 STRING 'MOTOR: ' QT-M-MAKE ' ' QT-M-MODEL
                         ' REG=' QT-M-REGNUMBER
                         ' VALUE=' WS-VALUE-DISPLAY
                         DELIMITED BY SIZE
                         INTO LG-QINQ-DETAIL-SUMMARY
                 END-STRING
              WHEN 'C'
                 STRING 'COMMERCIAL: ' QT-B-PROPERTYTYPE
                         ' ZIP=' QT-B-ZIPCODE
                         DELIMITED BY SIZE
                         INTO LG-QINQ-DETAIL-SUMMARY
                 END-STRING
              WHEN OTHER
                 MOVE 'NO DETAIL FOR THIS QUOTE TYPE'
                   TO LG-QINQ-DETAIL-SUMMARY
           END-EVALUATE.
