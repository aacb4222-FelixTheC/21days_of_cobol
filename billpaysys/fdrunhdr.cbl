      * proposes a run (what would pay, against which account, and
      * the funds position at the time); a treasury-level operator
      * (OPERATOR-AUTH-RELEASE) releases or cancels it in
      * runrel01.cbl; chkrun01/eftrun01/vcdrun01 will only execute a
      * RELEASED header and mark it executed. Cancelled runs stay
      * on file as the evidence of who decided not to send them.
      * Primary Key - RUNHDR-NUMBER
            05 runhdr-type                 pic x.
               88 runhdr-type-check        value "C".
               88 runhdr-type-eft          value "E".
               88 runhdr-type-card         value "V".
            05 runhdr-company              pic 9.
            05 runhdr-bank-account         pic x(4).
            05 runhdr-run-date             pic 9(8).
