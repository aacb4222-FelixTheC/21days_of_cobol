      * system.
            05 gl-account-capital-flag     pic x.
               88 gl-account-is-capital    value "Y".
      * Where the account's payments land on a 1099-eligible
      * vendor's year-end return: "N" 1099-NEC box 1 (nonemployee
      * compensation - services), "R" 1099-MISC box 1 (rents), "M"
      * 1099-MISC box 6 (medical and health care payments), "A"
      * 1099-MISC box 10 (gross proceeds paid to an attorney), or
      * "X" not reportable at all (merchandise, freight, utilities).
      * Voucher entry stamps it on the voucher and each
      * distribution line as the default the clerk may override;
      * blank (accounts set up before the box was kept) reports as
      * nonemployee compensation.
            05 gl-account-1099-box         pic x.
               88 gl-account-box-is-valid  values "N" "R" "M" "A" "X".
      * The account's two segments - the natural account (what was
      * bought) and the department that bought it. The code carries
      * them by convention, natural account in the first four
      * positions and department in the last two, and glmnt01.cbl
      * offers that split as the default; the reports go by what
      * is here. GL-ACCOUNT-ROLLUP is the rollup group
      * (fdglrol01.cbl) the account subtotals under - blank
      * reports as unassigned.
            05 gl-account-natural          pic x(4).
            05 gl-account-department       pic x(2).
            05 gl-account-rollup           pic x(6).
