      * date (the fdfxrate.cbl walk-forward idiom).
      *   "MI" - mileage rate per mile
      *   "PD" - per-diem rate per day
      *   "MC" - meal cap per day
      *   "LC" - lodging cap per night
      * The caps are never used to compute a line - the expense
      * policy audit (exppol01.cbl) flags a day claimed over them.
      * Primary Key - EXPRATE-KEY (rate type + effective date)
      ******************************************************************
       fd   expense-rate-file
               10 exprate-type             pic x(2).
                  88 exprate-is-mileage    value "MI".
                  88 exprate-is-per-diem   value "PD".
                  88 exprate-is-meal-cap   value "MC".
                  88 exprate-is-lodging-cap value "LC".
               10 exprate-effective-date   pic 9(8).
            05 exprate-amount              pic 9(3)v9(4).
