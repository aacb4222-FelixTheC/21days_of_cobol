               88 system-audit-is-add      value "ADD".
               88 system-audit-is-change   value "CHANGE".
               88 system-audit-is-delete   value "DELETE".
      * A full bank account or tax id shown to an authorized
      * operator (plmask02.cbl) - program id "sensview", no images
      * of a record, just the field and the program it was seen in.
               88 system-audit-is-view     value "VIEW".
            05 system-audit-record-key     pic x(10).
            05 system-audit-operator-id    pic x(10).
      * Wide enough for the largest record in the system (the
