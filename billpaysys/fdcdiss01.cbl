      ******************************************************************
      * fdcdiss01.cbl
      * Virtual-card issuers - the card programs a vendor flagged
      * VENDOR-PAYS-BY-CARD (fdvnd04.cbl) can be paid through. The
      * card run (vcdrun01.cbl) sends the issuer a payment-
      * instruction file and the issuer charges a single-use card
      * number to the vendor; the issuer then bills the whole
      * month's card spend against CARD-ISSUER-BANK-ACCOUNT, the
      * account the run draws its payment numbers and balance on.
      * CARD-ISSUER-PROGRAM-ID is the number the issuer knows our
      * program by, carried on every instruction file. The rebate
      * rate is the percent of settled spend the issuer pays back
      * (cdrbt01.cbl). Maintained by cdimnt01.cbl.
      * Primary Key - CARD-ISSUER-CODE
      ******************************************************************
       fd   card-issuer-file
            label records are standard.

       01   card-issuer-record.
            05 card-issuer-code            pic x(4).
            05 card-issuer-name            pic x(30).
            05 card-issuer-program-id      pic x(10).
            05 card-issuer-bank-account    pic x(4).
            05 card-issuer-rebate-rate     pic 99v999.
