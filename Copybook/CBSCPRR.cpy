      ******************************************************************
      * COPYBOOK : CBSCPRR
      * 80-byte fixed record layout for the regulator's half-yearly
      * complaints return (feed CMPLRTN), written by CBSCPRET at the
      * June and December period-ends from CBS_COMPLAINT_CASE: one
      * record per complaint category and outcome.
      *
      * CR-OUTCOME 'U' upheld, 'P' partly upheld, 'R' rejected -
      * cases closed in the period, CR-WITHIN-DEADLINE of them closed
      * by their final-response deadline, CR-REDRESS-PAID the redress
      * paid on them. CR-OUTCOME 'O' - cases still open at the period
      * end, CR-WITHIN-DEADLINE of them not yet past their deadline,
      * with any interim redress already paid.
      *
      * Carried inside the CBSFEEDC header/trailer; the hash is on
      * CR-CASE-COUNT (bytes 1-9) for CBSFDVFY, so the trailer also
      * proves the total number of cases returned.
      ******************************************************************
       05 CR-CASE-COUNT               PIC 9(9).
       05 CR-CATEGORY                 PIC X(10).
       05 CR-OUTCOME                  PIC X(1).
       05 CR-WITHIN-DEADLINE          PIC 9(9).
       05 CR-REDRESS-PAID             PIC 9(15).
       05 CR-PERIOD-FROM              PIC X(10).
       05 CR-PERIOD-TO                PIC X(10).
       05 FILLER                      PIC X(16).
