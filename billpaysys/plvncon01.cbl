            display "ENTER CONTACT EMAIL".
            accept contact-email.
            perform enter-contact-remittance.
            move space to contact-email-bad.
            perform write-contact-record.

       enter-contact-name.
                    display "     " contact-phone
                       " " contact-email
                    if contact-gets-remittance = "Y"
                        display "     (GETS THE REMITTANCE ADVICE)"
                    end-if
                    if contact-email-bounced
                        display "     (EMAIL BOUNCED - RE-ADD THE "
                           "CONTACT WITH A CORRECTED ADDRESS)".

       delete-one-contact.
            display "ENTER CONTACT SEQUENCE NUMBER TO DELETE".
