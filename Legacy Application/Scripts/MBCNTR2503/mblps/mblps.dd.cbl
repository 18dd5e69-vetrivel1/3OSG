               10  MB-PROPERTY-ZIP-5          PIC X(5).
               10  MB-PROPERTY-ZIP-4          PIC X(4).
               10  MB-STATE-CODE              PIC X(2).
      * householding - stamped by HHOLD1 when several of a borrower's
      * loans at one mailing address share an envelope.  the lead
      * record is the physical piece and carries the combined page
      * count and pocket demands for the whole envelope; members
      * ride inside it and are not pieces of their own.  blank role
      * means the record mails alone
               10  MB-HH-FIELDS.
                   15  MB-HH-ROLE             PIC X.
                       88  MB-HH-LEAD             VALUE 'L'.
                       88  MB-HH-MEMBER           VALUE 'M'.
                   15  MB-HH-ID               PIC 9(7).
                   15  MB-HH-LOANS            PIC 9(3).
                   15  MB-HH-PAGES            PIC 9(3).
                   15  MB-HH-POCKETS          PIC X(7).
               10  FILLER                         PIC X(8).
           05  MB-BILL-DATA.
               10  MB-TELEPHONE.
                   15 MB-TELE-NO              PIC X(12).
               10  MB-MTGR-LANG-PREF          PIC X(2).
               10  MB-FOR1-STATUS-CD          PIC X(1).
               10  MB-BNK-DISCHARGE-IND       PIC X(1).
      * second-lien servicing-fee rate, carried for fee accrual
               10  MB-2ND-ANNUAL-SER-FEE      PIC SV9(8) COMP-3.
               10  FILLER                     PIC X(13).
           05  MB-FISERV-FIELDS REDEFINES MB-SERVICER-FIELDS.
               10  MB-PAYMENT-DUE-COUNTER     PIC S9(3) COMP-3.
               10  MB-ESCROW-INTEREST-YTD     PIC S9(5)V99 COMP-3.
      * lockbox instead of posting to the wrong loan; built by
      * BUILD-SCANLINE-FIELDS in SETMB2000, validated by SCANVAL1
               10  MB-REMITTANCE-SCANLINE     PIC X(34).
      * coupon suppression - 'F' when the loan pays off with this
      * bill (balance below one P&I or maturity before next due);
      * the coupon is dropped and FINPAY1 builds the final notice
               10  MB-COUPON-SUPPRESS-CD      PIC X(1).
                   88  MB-FINAL-PAYMENT-NO-COUPON VALUE 'F'.
               10  FILLER                     PIC X(16).
      ***  REMITTANCE DATA 
      ***  05  FILLER                         PIC X(83).
           05  MB-REMITTANCE-IMB-CODE         PIC X(65).
