      ******************************************************************
      * wsmask01.cbl
      * Working storage for the sensitive-value masking in
      * plmask01.cbl and plmask02.cbl. The caller moves the bank
      * account number or tax id to SENSITIVE-VALUE, names it in
      * SENSITIVE-FIELD-NAME, moves the key of the record it came
      * from to SENSITIVE-RECORD-KEY, and PERFORMs
      * SHOW-SENSITIVE-VALUE (or MASK-SENSITIVE-VALUE, for a
      * program with no operator sign-on); what may be shown comes
      * back in SENSITIVE-SHOWN. SENSITIVE-PROGRAM-ID is set once,
      * at the start of the program, to the program's own id - it
      * is what the audit trail records as the place the full value
      * was seen.
      ******************************************************************
       77   sensitive-value                   pic x(34).
       77   sensitive-shown                   pic x(34).
      * The four characters masking kept, for a column too narrow
      * for the whole masked number ("****" + the last four).
       77   sensitive-last-four               pic x(4).
       77   sensitive-field-name              pic x(30).
       77   sensitive-record-key              pic x(10).
       77   sensitive-program-id              pic x(8) value spaces.
       77   mask-index                        pic 9(2).
       77   mask-digits-kept                  pic 9(2).
       77   sensitive-view-logged             pic x.
       77   sensitive-view-retries            pic 9(3).
      * The after-image of a "VIEW" audit record, and the last one
      * written - the same value shown again for the same record
      * (a redisplay after a field change) is not logged twice.
       01   sensitive-view-image.
            05 sensitive-view-field           pic x(30).
            05 sensitive-view-program         pic x(8).
            05 sensitive-view-key             pic x(10).
       77   sensitive-last-view               pic x(48) value spaces.
