               10 adjustment-year          pic 9(4).
            05 adjustment-amount           pic S9(7)V99.
            05 adjustment-reason           pic x(30).
      * Box the adjustment lands in (GL-ACCOUNT-1099-BOX's codes,
      * fdglacct.cbl); blank is nonemployee compensation.
            05 adjustment-1099-box         pic x.
