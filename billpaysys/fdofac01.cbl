      ******************************************************************
      * fdofac01.cbl
      * Sanctions screening hits - one record for every payee name
      * that scored as a potential match against a sanctions-list
      * name (fdsdn01.cbl). Written by the nightly screen
      * (ofacscr01.cbl), by the onboarding checklist (vndonb01.cbl),
      * and by the new-vendor screen at the end of vndmnt04's add;
      * worked by a compliance operator in ofacrev01.cbl, who
      * either clears the hit as a false positive or confirms it as
      * a true match. A request's cleared hits carry over to the
      * vendor when the request is activated. A hit stays on file after
      * the decision - it is the evidence of who decided what, and
      * a cleared hit is not raised again unless the payee's name
      * changes.
      *
      * An unresolved ("P") or confirmed ("M") hit blocks the payee:
      * runbld01.cbl will not propose a run that would pay a vendor
      * carrying one, wirreq01.cbl will not take a wire request for
      * that vendor and wirsnd01.cbl holds an approved wire to it;
      * chkrun01.cbl and eftrun01.cbl pass over an employee carrying
      * one when paying expense reports and travel advances.
      * Primary Key - OFAC-HIT-KEY (payee type + payee number + the
      *    name that matched + list entry/alias)
      ******************************************************************
       fd   ofac-hit-file
            label records are standard.

       01   ofac-hit-record.
            05 ofac-hit-key.
      * "V" vendor (fdvnd04.cbl), "E" employee (fdemp01.cbl), "Q"
      * a new-vendor request not yet activated (fdvndreq.cbl).
               10 ofac-hit-payee-type      pic x.
                  88 ofac-hit-is-vendor    value "V".
                  88 ofac-hit-is-employee  value "E".
                  88 ofac-hit-is-request   value "Q".
               10 ofac-hit-payee-number    pic 9(5).
      * Which of the payee's names matched - "N" the vendor name,
      * "R" the vendor remit-to name, "E" the employee name.
               10 ofac-hit-name-source     pic x.
               10 ofac-hit-sdn-entry       pic 9(8).
               10 ofac-hit-sdn-alias       pic 9(6).
            05 ofac-hit-payee-name         pic x(30).
            05 ofac-hit-sdn-name           pic x(60).
            05 ofac-hit-sdn-program        pic x(20).
      * Match strength, 0-100 - the percent of the listed name's
      * words found in the payee's name.
            05 ofac-hit-score              pic 9(3).
            05 ofac-hit-found-date         pic 9(8).
            05 ofac-hit-found-by           pic x(8).
            05 ofac-hit-status             pic x.
               88 ofac-hit-unresolved      value "P".
               88 ofac-hit-cleared         value "C".
               88 ofac-hit-confirmed       value "M".
               88 ofac-hit-blocks-payment  values "P" "M".
            05 ofac-hit-decided-by         pic x(10).
            05 ofac-hit-decided-date       pic 9(8).
            05 ofac-hit-decision-note      pic x(30).
