      ******************************************************************
      * fdadv01.cbl
      * Employee travel advances - cash paid to an employee
      * (fdemp01.cbl) before a long trip, keyed in advmnt01.cbl and
      * numbered highest-on-file plus one. An advance waits in "E"
      * status until a supervisor other than the clerk approves it
      * in the expapp01.cbl queue ("A"); the payment runs
      * (chkrun01/eftrun01) pay approved advances with the
      * employee's approved expense reports and stamp them "P".
      * When the employee's expense report for the trip is approved
      * it is netted against the oldest paid advance: the advance
      * covers the report up to its amount (ADVANCE-APPLIED, the
      * report on ADVANCE-REPORT-NUMBER) and the run pays only the
      * excess. A report smaller than the advance leaves the rest
      * owed back ("O", ADVANCE-OWED-BACK) until the employee
      * repays it (advmnt01) or advded01.cbl sends it to payroll
      * for deduction ("D"). "S" is settled in full.
      * Primary Key - ADVANCE-NUMBER
      ******************************************************************
       fd   advance-file
            label records are standard.

       01   advance-record.
            05 advance-number              pic 9(5).
            05 advance-employee            pic 9(5).
            05 advance-purpose             pic x(30).
            05 advance-trip-start          pic 9(8).
            05 advance-trip-end            pic 9(8).
            05 advance-amount              pic S9(6)V99.
            05 advance-status              pic x.
               88 advance-status-entered   value "E".
               88 advance-status-approved  value "A".
               88 advance-status-paid      value "P".
               88 advance-status-owed-back value "O".
               88 advance-status-payroll   value "D".
               88 advance-status-settled   value "S".
      * Still out with the employee - the ones advrpt01.cbl ages.
               88 advance-is-unsettled     values "P" "O" "D".
            05 advance-entered-by          pic x(10).
            05 advance-approved-by         pic x(10).
            05 advance-approved-date       pic 9(8).
            05 advance-paid-date           pic 9(8).
            05 advance-check-no            pic 9(6).
            05 advance-bank-account        pic x(4).
            05 advance-company             pic 9.
            05 advance-report-number       pic 9(5).
            05 advance-applied             pic S9(6)V99.
            05 advance-owed-back           pic S9(6)V99.
            05 advance-repaid              pic S9(6)V99.
            05 advance-repaid-date         pic 9(8).
            05 advance-payroll-date        pic 9(8).
