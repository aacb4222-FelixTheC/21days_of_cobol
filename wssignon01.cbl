      *   "E" voucher entry        "M" vendor/file maintenance
      *   "K" check run and voids  "C" control-file maintenance
      *   "R" reports              "T" treasury run release
      *   "S" sanctions compliance " " any active operator
      ******************************************************************
       77   operator-id                        pic x(10) value "SYSTEM".
       77   operator-record-found              pic x.
       77   current-company                    pic 9 value 1.
       77   company-is-on-file                 pic x.
       77   current-company-is-training        pic x value "N".
      * Copied from OPERATOR-AUTH-SENSITIVE once the operator is
      * signed on. A program that never signs on leaves it "N", so
      * plmask01.cbl masks bank accounts and tax ids for it.
       77   operator-may-see-sensitive         pic x value "N".
