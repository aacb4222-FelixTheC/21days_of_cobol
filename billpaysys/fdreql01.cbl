      ******************************************************************
      * fdreql01.cbl
      * Purchase requisition lines - what was asked for on a
      * requisition (fdreq01.cbl): the description, quantity and
      * estimated price, and the GL code and job it is to be charged
      * to. REQ-LINE-VENDOR is zero until the line is ordered, then
      * the vendor it went to - the requisition's suggested vendor
      * unless purchasing sent it elsewhere when converting the
      * requisition (reqcnv01.cbl). Several lines - from one
      * requisition or several - may go on one purchase order.
      * REQ-LINE-PO-NUMBER is the link that stays:
      * it is zero until the line is ordered, and through its
      * alternate key a purchase order (and the receipts and
      * vouchers against it) traces back to the requisitions and
      * the people who asked for it.
      * Primary Key - REQ-LINE-KEY (requisition + line sequence)
      * Alternate   - REQ-LINE-PO-NUMBER with duplicates
      ******************************************************************
       fd   requisition-line-file
            label records are standard.

       01   requisition-line-record.
            05 req-line-key.
               10 req-line-requisition     pic 9(6).
               10 req-line-sequence        pic 9(2).
            05 req-line-description        pic x(30).
            05 req-line-quantity           pic 9(5).
            05 req-line-unit-price         pic S9(7)V99.
            05 req-line-amount             pic S9(7)V99.
            05 req-line-gl-code            pic x(6).
            05 req-line-job-number         pic x(8).
            05 req-line-vendor             pic 9(5).
            05 req-line-po-number          pic 9(5).
            05 req-line-ordered-by         pic x(10).
            05 req-line-ordered-date       pic 9(8).
