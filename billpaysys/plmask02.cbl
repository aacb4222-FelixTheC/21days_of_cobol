      ******************************************************************
      * plmask02.cbl
      * Shows a bank account number or tax id in full to an operator
      * who holds OPERATOR-AUTH-SENSITIVE, and masked to the last
      * four digits (plmask01.cbl) to everyone else. Every full view
      * is written to the system audit trail as a "VIEW" record
      * under program id "sensview", keyed by the record the value
      * came from, with the field and the viewing program in the
      * after-image. The caller must COPY wssignon01.cbl and sign
      * the operator on, COPY plmask01.cbl as well, and have
      * SYSTEM-AUDIT-FILE open I-O. A view that cannot be logged is
      * masked instead - nothing is shown that is not on the trail.
      ******************************************************************
       show-sensitive-value.
            move sensitive-value to sensitive-shown.
            if operator-may-see-sensitive not = "Y"
                perform mask-sensitive-value
            else if sensitive-value not = spaces
                perform log-sensitive-view.

       log-sensitive-view.
            move sensitive-field-name to sensitive-view-field.
            move sensitive-program-id to sensitive-view-program.
            move sensitive-record-key to sensitive-view-key.
            if sensitive-view-image not = sensitive-last-view
                perform write-sensitive-view-record
                if sensitive-view-logged = "Y"
                    move sensitive-view-image to sensitive-last-view
                else
                    perform mask-sensitive-value.

       write-sensitive-view-record.
            move "sensview" to system-audit-program-id.
            accept system-audit-date from date yyyymmdd.
            accept system-audit-time from time.
            move "VIEW" to system-audit-operation.
            move sensitive-record-key to system-audit-record-key.
            move operator-id to system-audit-operator-id.
            move spaces to system-audit-before-image.
            move sensitive-view-image to system-audit-after-image.
            move zero to sensitive-view-retries.
            move "N" to sensitive-view-logged.
            perform write-one-sensitive-view
               until sensitive-view-logged not = "N".

      * Two views in the same second take the next sequence number.
       write-one-sensitive-view.
            move sensitive-view-retries to system-audit-seq.
            move "Y" to sensitive-view-logged.
            write system-audit-record
               invalid key
               move "N" to sensitive-view-logged.
            if sensitive-view-logged = "N"
                add 1 to sensitive-view-retries
                if sensitive-view-retries > 99
                    display "VIEW COULD NOT BE AUDITED - MASKED"
                    move "F" to sensitive-view-logged.
