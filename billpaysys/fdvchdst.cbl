      * Job the line costs to when it differs from the voucher's
      * own (fdjob01.cbl); spaces means the voucher's job.
            05 dist-job-number             pic x(8).
      * 1099 box the line's share of a payment reports in
      * (GL-ACCOUNT-1099-BOX's codes, fdglacct.cbl) - the line's
      * GL account's box unless the clerk overrode it; blank falls
      * back to the account's at reporting time.
            05 dist-1099-box               pic x.
