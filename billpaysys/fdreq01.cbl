      ******************************************************************
      * fdreq01.cbl
      * Purchase requisition header - the request for goods or
      * services that comes before a purchase order. A requester's
      * requisition is keyed in reqmnt01.cbl with its lines
      * (fdreql01.cbl), submitted, approved or turned back in
      * reqapp01.cbl, and turned into purchase orders (fdpo01.cbl)
      * by purchasing in reqcnv01.cbl.
      * REQUISITION-STATUS:
      *    O  OPEN       - being keyed, not yet submitted
      *    S  SUBMITTED  - waiting in the approval queue
      *    A  APPROVED   - waiting for purchasing to convert it
      *    R  REJECTED   - turned back; may be changed and resubmitted
      *    P  PART-ORDERED - some lines on purchase orders
      *    C  CONVERTED  - every line on a purchase order
      *    X  CANCELLED
      * REQUISITION-OVER-BUDGET "Y" routes the requisition to an
      * approver holding OPERATOR-AUTH-CONTROL - one of its GL codes
      * does not have the budget left to cover it (plreqbud01.cbl).
      * Primary Key - REQUISITION-NUMBER (the next number after the
      *    highest on file)
      ******************************************************************
       fd   requisition-file
            label records are standard.

       01   requisition-record.
            05 requisition-number          pic 9(6).
            05 requisition-requester       pic x(30).
            05 requisition-description     pic x(30).
            05 requisition-date            pic 9(8).
            05 requisition-entered-by      pic x(10).
            05 requisition-suggested-vendor pic 9(5).
            05 requisition-total           pic S9(7)V99.
            05 requisition-status          pic x.
               88 requisition-is-open      value "O".
               88 requisition-is-submitted value "S".
               88 requisition-is-approved  value "A".
               88 requisition-is-rejected  value "R".
               88 requisition-part-ordered value "P".
               88 requisition-is-converted value "C".
               88 requisition-is-cancelled value "X".
               88 requisition-may-change   values "O" "R".
               88 requisition-may-convert  values "A" "P".
            05 requisition-over-budget     pic x.
            05 requisition-approved-by     pic x(10).
            05 requisition-approved-date   pic 9(8).
            05 requisition-reject-reason   pic x(30).
