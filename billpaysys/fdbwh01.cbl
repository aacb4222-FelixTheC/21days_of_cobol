      ******************************************************************
      * fdbwh01.cbl
      * Withholding ledger - one record per payment the runs withheld
      * from, per withholding regime, written by chkrun01.cbl,
      * eftrun01.cbl and vcdrun01.cbl as the vendor is paid
      * net. 24 percent federal backup withholding was the first
      * regime on it. The open
      * (unremitted) records are the liability owed to the taxing
      * authority; BWH-REMITTED-DATE is stamped when the deposit is
      * made. vnd1099e.cbl sums a vendor's calendar-year records
      * into box 4 (federal income tax withheld) of the 1099
      * transmission.
      * Primary Key - BWH-KEY (vendor + payment date + the check or
      *    trace number of the net payment + the regime, so one
      *    payment can carry both a federal and a state withholding).
      *    The regime moved into the key when state withholding was
      *    added - bwhcnv01.cbl converts a ledger in the old layout.
      ******************************************************************
       fd   backup-withholding-file
            label records are standard.
               10 bwh-vendor               pic 9(5).
               10 bwh-date                 pic 9(8).
               10 bwh-check-no             pic 9(6).
      * Which withholding regime took the money: "B" is domestic
      * 24 percent backup withholding (1099 box 4), "F" is
      * chapter-3 withholding from a foreign person at the treaty
      * rate (1042-S, reported by vnd1042s.cbl), "S" is state
      * withholding from a nonresident service provider at the
      * fdstwh01.cbl rate for BWH-STATE (remitted by stwrem01.cbl,
      * reported to the vendor by vndstw01.cbl). A state record is
      * written for every payment to a flagged vendor, zero
      * withheld while the year's payments are still under the
      * state's threshold, so the ledger carries the gross the
      * threshold and the annual statement are figured from.
               10 bwh-regime               pic x.
                  88 bwh-regime-backup     value "B".
                  88 bwh-regime-foreign    value "F".
                  88 bwh-regime-state      value "S".
            05 bwh-gross-amount            pic S9(8)V99.
            05 bwh-withheld-amount         pic S9(8)V99.
            05 bwh-bank-account            pic x(4).
            05 bwh-payment-type            pic x.
            05 bwh-remitted-date           pic 9(8).
      * The state a regime "S" record was withheld for; spaces on
      * the federal regimes.
            05 bwh-state                   pic x(2).
