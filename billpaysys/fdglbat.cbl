      * The vouchers and payments a batch carried are stamped with
      * its number (VOUCHER-GL-BATCH / PAYMENT-GL-BATCH), which is
      * what stops a re-run from exporting them twice.
      * GLBAT-SOURCE says which program built the batch: blank for
      * a glexp01.cbl period export, "P" for an amrexp01.cbl
      * prepaid amortization journal, whose stamps are the
      * fdamrp01.cbl posting records instead, "A" for an
      * alcexp01.cbl shared-cost allocation journal, stamped on
      * its fdalcp01.cbl postings, "L" for an lsejnl01.cbl lease
      * journal, stamped on its fdlsep01.cbl postings.
      * Primary Key - GLBAT-NUMBER
      ******************************************************************
       fd   gl-batch-file
            05 glbat-status-date           pic 9(8).
            05 glbat-total-debits          pic 9(13).
            05 glbat-total-credits         pic 9(13).
            05 glbat-source                pic x.
               88 glbat-from-prepaid       value "P".
               88 glbat-from-allocation    value "A".
               88 glbat-from-lease         value "L".
