      ******************************************************************
      * fdstwh01.cbl
      * State nonresident withholding table - for each state that
      * requires tax withheld from payments to nonresidents for
      * services performed there, the rate and the calendar-year
      * threshold. A vendor whose VENDOR-NONRES-WH-STATE names the
      * state is withheld at STWH-RATE percent by the payment runs
      * (chkrun01, eftrun01, vcdrun01) on every payment once the
      * year's payments to them, that one included, pass
      * STWH-THRESHOLD; zero threshold withholds from the first
      * dollar. The agency is where stwrem01.cbl's remittance goes.
      * Maintained by stwmnt01.cbl.
      * Primary Key - STWH-STATE
      ******************************************************************
       fd   state-withholding-file
            label records are standard.

       01   state-withholding-record.
            05 stwh-state                  pic x(2).
            05 stwh-rate                   pic 99v999.
            05 stwh-threshold              pic 9(7)v99.
            05 stwh-agency-name            pic x(30).
