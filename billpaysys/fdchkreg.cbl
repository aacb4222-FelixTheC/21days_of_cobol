      ******************************************************************
      * fdchkreg.cbl
      * Persistent check register - one record per payment issued,
      * written by chkrun01.cbl (checks), eftrun01.cbl (EFT
      * payments) and vcdrun01.cbl (virtual-card payments) as each
      * payment is made, so a check can be found
      * directly by bank account + check number instead of rescanning
      * the whole voucher-file for the fields scattered across the
      * vouchers it paid.
      * REGISTER-STATUS is the life of the payment: issued "O"pen,
      * "V"oided (chkvoid01.cbl, or a spoiled-check reprint in
      * chkprt01.cbl), "C"leared by the bank reconciliation
      * (chkrec01.cbl, or for a card payment by the issuer's
      * settlement file in cdrec01.cbl). Voided checks stay on
      * file so they can be reported to the bank on the
      * positive-pay side.
      ******************************************************************
       fd   check-register-file
            label records are standard.
               88 register-status-void     value "V".
               88 register-status-cleared  value "C".
               88 register-status-escheat  value "E".
      * "W" is a wire - one AP sent through the approved wire
      * queue (wirsnd01.cbl), or a wire or other out-of-system
      * payment recorded after the fact by manpay01.cbl, with
      * everything a run would have written. "V" is a virtual-card
      * payment - the number is from the account's check sequence,
      * the card itself is issued and charged at the issuer.
            05 register-payment-type       pic x.
               88 register-type-check      value "C".
               88 register-type-eft        value "E".
               88 register-type-wire       value "W".
               88 register-type-card       value "V".
      * Who the payment went to: REGISTER-VENDOR holds a vendor
      * number (fdvnd04.cbl) or an employee number (fdemp01.cbl) -
      * space on records written before employee reimbursements
