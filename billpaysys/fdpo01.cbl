      * control file). PO-VOUCHERED-AMOUNT accumulates what voucher
      * entry has charged against the PO; the PO is closed
      * automatically when it is fully vouchered, or by hand in
      * pomnt01.cbl. An order placed from approved requisitions is
      * opened (or added to) in reqcnv01.cbl; the requisition lines
      * on it carry its number (fdreql01.cbl). A release drawn
      * against a blanket purchase agreement (fdblkt01.cbl,
      * blkmnt01.cbl) is a PO like any other that carries the
      * blanket's number.
      * Primary Key - PO-NUMBER
      ******************************************************************
       fd   purchase-order-file
      * Job/project the order is for (fdjob01.cbl) - its unbilled
      * balance is the job's committed money on jobrpt01.cbl.
            05 po-job-number               pic x(8).
      * Blanket agreement the order is a release against - spaces
      * for an ordinary PO.
            05 po-blanket-number           pic x(8).
