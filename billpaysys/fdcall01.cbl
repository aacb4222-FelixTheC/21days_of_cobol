      ******************************************************************
      * fdcall01.cbl
      * Vendor inquiry log - one record for every time a vendor asks
      * AP about an invoice or a payment, whichever way the question
      * came in: a call a clerk took and keyed in vndcal01.cbl, or
      * the phone system's IVR and the supplier portal, whose own
      * inquiry logs vndcal01 loads each morning. The answers both
      * of those give come from the nightly status extract
      * (vndsts01.cbl). vndcal01's call report shows which vendors
      * ask most and what about, so the causes can be worked on.
      * Primary Key - CALL-KEY (date + time + a sequence assigned by
      *    writing at 1 and stepping past keys already on file)
      * Alternate   - CALL-VENDOR with duplicates
      ******************************************************************
       fd   call-log-file
            label records are standard.

       01   call-log-record.
            05 call-key.
               10 call-date                pic 9(8).
               10 call-time                pic 9(8).
               10 call-sequence            pic 9(3).
            05 call-vendor                 pic 9(5).
            05 call-channel                pic x.
               88 call-by-phone            value "P".
               88 call-by-ivr              value "I".
               88 call-by-portal           value "W".
               88 call-by-email            value "E".
               88 call-channel-is-valid    values "P" "I" "W" "E".
            05 call-topic                  pic x.
               88 call-about-receipt       value "R".
               88 call-about-payment       value "P".
               88 call-about-remittance    value "A".
               88 call-about-banking       value "B".
               88 call-about-tax-form      value "T".
               88 call-about-other         value "O".
               88 call-topic-is-valid
                  values "R" "P" "A" "B" "T" "O".
            05 call-invoice                pic x(15).
            05 call-taken-by               pic x(10).
            05 call-note                   pic x(40).
