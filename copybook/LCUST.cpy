      * the CALL. L-TRANS-CONTACT adds or changes the customer's
      * CUST_CONTACT_DTL contact details (phone/email/channel fields
      * below) without touching the CUSTOMER row itself.
      * L-TRANS-MERGE merges the duplicate L-CUSTOMER-ID into
      * L-SURVIVOR-ID and closes it. L-TRANS-CONSENT records the
      * customer's marketing consent (consent fields below).
      * L-TRANS-TAX-STATUS records the customer's tax declaration
      * (tax fields at the end). Every transaction names the staff
      * operator in L-OPERATOR-USERID, checked against the staff
      * entitlement matrix (CBSENTCK) before anything is touched.
       10 L-TRANS-CODE               PIC X.
          88 L-TRANS-CREATE              VALUE 'C'.
          88 L-TRANS-UPDATE              VALUE 'U'.
          88 L-TRANS-CLOSE               VALUE 'X'.
          88 L-TRANS-MINOR               VALUE 'M'.
          88 L-TRANS-CONTACT             VALUE 'T'.
          88 L-TRANS-MERGE               VALUE 'G'.
          88 L-TRANS-CONSENT             VALUE 'K'.
          88 L-TRANS-TAX-STATUS          VALUE 'D'.
       10 L-CUSTOMER-ID              PIC S9(9) USAGE COMP.
       10 L-CUSTOMER-NAME            PIC X(60).
       10 L-CUSTOMER-ADDRESS         PIC X(250).
       10 L-CUSTOMER-PHONE           PIC X(20).
       10 L-CUSTOMER-EMAIL           PIC X(100).
       10 L-CONTACT-CHANNEL          PIC X(1).
      * Surviving CUID for an L-TRANS-MERGE: L-CUSTOMER-ID is the
      * duplicate merged away. Both must be ACTIVE. Every account,
      * the contact details, marketing consent and tax declaration
      * (where the survivor has none of its own), guardian links and
      * the insurance
      * cross-reference move to the survivor, and the duplicate is
      * closed with the survivor named on its CUSTOMER_HIST row.
       10 L-SURVIVOR-ID              PIC S9(9) USAGE COMP.
      * Marketing consent for L-TRANS-CONSENT, one flag per channel:
      * 'Y' opted in, 'N' opted out, space leaves that channel as it
      * stands (not captured, on first capture). L-CONSENT-DATE is
      * the ISO date the customer answered - blank means today - and
      * L-CONSENT-SOURCE where the answer was taken; both are kept
      * on every CUST_MKTG_CONSENT_HIST row.
       10 L-POST-CONSENT             PIC X(1).
       10 L-PHONE-CONSENT            PIC X(1).
       10 L-EMAIL-CONSENT            PIC X(1).
       10 L-CONSENT-DATE             PIC X(10).
       10 L-CONSENT-SOURCE           PIC X(10).
      * Tax declaration for L-TRANS-TAX-STATUS: 'R' resident, 'N'
      * non-resident or 'E' exempt, the authority's taxpayer
      * identifier (required unless non-resident) and the ISO date
      * the signed declaration was received - blank means today.
       10 L-TAX-STATUS               PIC X(1).
       10 L-TAXPAYER-ID              PIC X(20).
       10 L-TAX-DECL-DATE            PIC X(10).
      * Staff operator driving the transaction. It must hold a role
      * entitled to the transaction code on CBS_ROLE_ENTITLEMENT or
      * the request is refused with CUSTOMER-NOTENTITLED and the
      * attempt written to the staff security log.
       10 L-OPERATOR-USERID          PIC X(10).
