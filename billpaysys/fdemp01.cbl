               88 employee-prenote-returned value "R".
            05 employee-prenote-date       pic 9(8).
            05 employee-company            pic 9.
      * Home phone and social security number from the payroll
      * roster - the vendor fraud scan (vndfrd01.cbl) matches them
      * against the vendor master's phone and tax ID.
            05 employee-phone              pic x(15).
            05 employee-tax-id             pic x(11).
      * The employee's supervisor (another employee on this file,
      * zero for none) and the operator sign-on the employee uses
      * when approving expense reports in expapp01.cbl, if any -
      * the policy audit (exppol01.cbl) puts the two together to
      * catch a report approved by someone who reports to the
      * claimant.
            05 employee-supervisor         pic 9(5).
            05 employee-operator-code      pic x(10).
