               88 operator-active          value "A".
               88 operator-inactive        value "I".
      * Largest single voucher this operator may approve from the
      * vchapp01.cbl approval queue, and largest purchase
      * requisition from reqapp01.cbl; zero = may not approve at all.
            05 operator-approval-limit      pic S9(7)V99.
      * Sign-on password (compared by plsignon01.cbl) and the
      * per-function authorization profile the sign-on enforces -
            05 operator-auth-control        pic x.
            05 operator-auth-reports        pic x.
      * Treasury-level release authority: only a "Y" here may
      * release or cancel a proposed payment run (runrel01.cbl) or
      * approve an outbound wire (wirapp01.cbl) - holding CHECKRUN
      * alone no longer moves money.
            05 operator-auth-release        pic x.
      * Sanctions compliance authority: only a "Y" here may clear or
      * confirm a sanctions screening hit (ofacrev01.cbl).
            05 operator-auth-compliance     pic x.
      * Sensitive-data authority: only a "Y" here sees a vendor's or
      * employee's full bank account number or tax id on screens,
      * reports, and exports (plmask01.cbl). Everyone else sees the
      * last four digits, and every full view is written to the
      * system audit trail.
            05 operator-auth-sensitive      pic x.
