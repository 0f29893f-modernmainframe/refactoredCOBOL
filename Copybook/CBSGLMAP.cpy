      ******************************************************************
      * DCLGEN TABLE(COREBK.CBS_GL_MAP)                                *
      *        LIBRARY(IBMUSER.DCLGEN.CASE(CBSGLMAP))                  *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(GM-)                                              *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * General-ledger mapping for CBSGLJRN's daily journal: one row
      * per PRODUCT_CODE, posting source and TXN_TYPE ('D' or 'C' as
      * on CBS_ACCT_TXN_HIST), giving the GL account debited and the
      * GL account credited for that kind of posting. PRODUCT_CODE
      * 'ALL' is the fallback row used when a product has no row of
      * its own, the ALLOWED_CURRENCY 'ALL' convention of
      * CBS_PRODUCT_MSTR. POST_SOURCE is one of:
      *   CUS customer postings (CBSTXNP, CBSTXSPD repairs)
      *   CSH counter cash postings through a teller drawer
      *   INT interest (CBSINTFE credit and debit interest, CBSTDMAT
      *       term-deposit interest, CBSLNCOL loan interest)
      *   FEE fees and charges (CBSINTFE monthly fee, CBSLNARR late
      *       fees, CBSTDBRK break penalties)
      *   WHT CBSINTFE tax withheld at source from credit interest
      *       ('D' rows: debit the customer account's GL, credit tax
      *       payable)
      *   ESC CBSESCHT escheatment remittances
      *   SIP CBSSIEXE standing-instruction payments ('D') and the
      *       CBSPAYAK credits of bounced ones ('C')
      *   PRM LGPRMCOL premium collections
      *   REV CBSTXREV posting reversals (any original source)
      *   VLT cash moved between a teller drawer and the branch
      *       vault (CBSDRRPT's BRCASH journal; 'C' into the vault,
      *       'D' out of it)
      *   OVS drawer overs ('C') and shorts ('D') found when CBSDRRPT
      *       balances the declared cash (BRCASH journal)
      *   UPR LGUPRCAL's month-end unearned premium reserve movement
      *       per line of business (UPRJRNL journal; 'C' when the
      *       reserve grew, 'D' when it was released)
      * VLT, OVS and UPR movements belong to no product and are
      * always mapped on the 'ALL' row.
      * Rows are maintained by Finance.
      ******************************************************************
           EXEC SQL DECLARE CBS_GL_MAP TABLE
           ( PRODUCT_CODE                   CHAR(5) NOT NULL,
             POST_SOURCE                    CHAR(3) NOT NULL,
             TXN_TYPE                       CHAR(1) NOT NULL,
             DEBIT_GL_ACCOUNT               CHAR(10) NOT NULL,
             CREDIT_GL_ACCOUNT              CHAR(10) NOT NULL,
             UPD_USERID                     CHAR(10) NOT NULL,
             UPD_TIMESTAMP                  TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CBS_GL_MAP                         *
      ******************************************************************
      *
       01  DCLCBS-GL-MAP.
           10 GM-PRODUCT-CODE      PIC X(5).
           10 GM-POST-SOURCE       PIC X(3).
           10 GM-TXN-TYPE          PIC X(1).
           10 GM-DEBIT-GL-ACCOUNT  PIC X(10).
           10 GM-CREDIT-GL-ACCOUNT PIC X(10).
           10 GM-UPD-USERID        PIC X(10).
           10 GM-UPD-TIMESTAMP     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
