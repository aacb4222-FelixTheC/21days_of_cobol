      ******************************************************************
      * fdoutb01.cbl
      * Outbound email outbox - one record per message any program
      * sends a vendor: remittance advices (remadv01.cbl), early-
      * payment offers (dynoff01.cbl), and the emailed copies of
      * the B-notice (bnotice01.cbl), balance confirmation
      * (vndcfm01.cbl) and escheat due-diligence (escheat01.cbl)
      * letters. Written through ploutb01.cbl; the sender interface
      * (outsnd01.cbl) hands the queued messages to the mail gateway,
      * marks them sent, and takes the bounces back.
      * Primary Key - OUTBOX-KEY (queued date + time + a sequence
      *    assigned by writing at 1 and stepping past keys on file)
      *
      * OUTBOX-BODY-FILE is where the message text is - EMLSPOOL
      * for the remittances and offers, the SPL. spool file for a
      * letter - and OUTBOX-BODY-REFERENCE finds it in there (the
      * check number, the vendor). OUTBOX-CONTACT-SEQUENCE is the
      * vendor contact (fdvncon01.cbl) the message went to, zero for
      * the master VENDOR-EMAIL - a bounce flags whichever it was.
      ******************************************************************
       fd   outbox-file
            label records are standard.

       01   outbox-record.
            05 outbox-key.
               10 outbox-queued-date       pic 9(8).
               10 outbox-queued-time       pic 9(8).
               10 outbox-sequence          pic 9(3).
            05 outbox-program              pic x(8).
            05 outbox-vendor               pic 9(5).
            05 outbox-contact-sequence     pic 9(2).
            05 outbox-recipient            pic x(40).
            05 outbox-subject              pic x(50).
            05 outbox-body-file            pic x(30).
            05 outbox-body-reference       pic x(20).
            05 outbox-status               pic x.
               88 outbox-is-queued         value "Q".
               88 outbox-is-sent           value "S".
               88 outbox-has-bounced       value "B".
            05 outbox-sent-date            pic 9(8).
            05 outbox-sent-time            pic 9(8).
            05 outbox-bounce-date          pic 9(8).
            05 outbox-bounce-reason        pic x(40).
