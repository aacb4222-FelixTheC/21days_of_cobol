      * fdvndpnd.cbl
      * Pending vendor banking changes - dual control against
      * payment-redirect fraud. A change to VENDOR-PAYMENT-METHOD,
      * VENDOR-ABA-ROUTING-NUMBER, VENDOR-BANK-ACCOUNT-NUMBER, or
      * VENDOR-CARD-ISSUER keyed through vndmnt04 (or one of the
      * first three loaded through a vndbch02 row)
      * lands here instead of on the vendor master, and a SECOND
      * operator must approve it from vndpnd01.cbl before the master
      * is touched. Approved changes are applied and removed;
