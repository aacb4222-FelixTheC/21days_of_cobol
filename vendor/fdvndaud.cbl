      *
      * One record is written for every field changed through
      * vndmnt04's CHANGE-MODE, recording what changed, what it was,
      * what it became, and who changed it. Other programs that
      * change the master field by field (vndpnd01, vndhld01,
      * vndfam01, vndbch02, prenot01, ofacrev01, ncoarv01) write
      * the same record.
      ******************************************************************
       fd   vendor-audit-file
            label records are standard.
            05 audit-field-changed          pic x(30).
            05 audit-old-value              pic x(40).
            05 audit-new-value              pic x(40).
      * Where the change came from when it was not the operator's
      * own entry - "NCOA" is an address update from the USPS
      * change-of-address service accepted in ncoarv01.cbl, with
      * AUDIT-OPERATOR-ID the clerk who accepted it. Spaces for
      * everything keyed, approved or loaded inside the system.
            05 audit-source                 pic x(8).
