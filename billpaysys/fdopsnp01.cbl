      ******************************************************************
      * fdopsnp01.cbl
      * Month-end open-item snapshot - every open voucher of a
      * company frozen as it stood when vchclo01.cbl closed the
      * month, so last March's aging and open-AP proof can be
      * reprinted exactly after the vouchers have since been paid,
      * part paid or archived (vchage01.cbl and vchprf01.cbl read it
      * in their prior month-end mode). OPSNP-AS-OF is the closing
      * period's cutoff date (the close date when none was set);
      * days past due and the bucket are figured as of it, on the
      * vchage01.cbl buckets:
      *   1 CURRENT  2 1-30  3 31-60  4 61-90  5 OVER 90
      * The record at voucher 00000 heads each snapshot and carries
      * CONTROL-OPEN-AP-TOTAL as it stood at the close. A re-close
      * of the same date replaces the snapshot.
      * Primary Key - OPSNP-KEY (company + as-of date + voucher)
      ******************************************************************
       fd   open-snapshot-file
            label records are standard.

       01   open-snapshot-record.
            05 opsnp-key.
               10 opsnp-company            pic 9.
               10 opsnp-as-of              pic 9(8).
               10 opsnp-voucher            pic 9(5).
            05 opsnp-period-id             pic x(6).
            05 opsnp-vendor                pic 9(5).
            05 opsnp-voucher-date          pic 9(8).
            05 opsnp-due                   pic 9(8).
            05 opsnp-amount                pic S9(6)V99.
            05 opsnp-paid-amount           pic S9(6)V99.
            05 opsnp-discount-taken        pic S9(6)V99.
            05 opsnp-retained-amount       pic S9(6)V99.
            05 opsnp-open-amount           pic S9(6)V99.
            05 opsnp-days-past-due         pic S9(6).
            05 opsnp-bucket                pic 9.
            05 opsnp-dispute-flag          pic x.
               88 opsnp-in-dispute         value "D".
            05 opsnp-dispute-reason        pic x(20).
      * The open amount held up by the dispute - all of it while
      * the voucher is in dispute, zero otherwise.
            05 opsnp-dispute-amount        pic S9(6)V99.
            05 opsnp-control-open-ap       pic S9(9)V99.
            05 opsnp-taken-date            pic 9(8).
            05 opsnp-taken-by              pic x(10).
