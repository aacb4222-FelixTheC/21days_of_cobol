      * CONTACT-GETS-REMITTANCE flags the one remadv01.cbl emails
      * the remittance advice to instead of the single master
      * VENDOR-EMAIL.
      * CONTACT-EMAIL-BAD "B" is a contact whose address bounced a
      * message from the outbox (outsnd01.cbl); nothing is emailed
      * to it again - delete the contact and add it back with the
      * corrected address.
      * Primary Key - VENDOR-CONTACT-KEY (vendor + a sequence
      *    assigned by writing at 1 and stepping past keys on file)
      ******************************************************************
            05 contact-phone               pic x(15).
            05 contact-email               pic x(40).
            05 contact-gets-remittance     pic x.
            05 contact-email-bad           pic x.
               88 contact-email-bounced    value "B".
