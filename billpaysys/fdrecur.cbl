      * for a period when the period falls on or after
      * RECUR-START-DATE and RECUR-END-DATE is zero (open-ended) or
      * not yet passed.
      * RECUR-LOCATION, for a utility vendor's template, is the
      * service location (fdutla01.cbl) the bill is for - each
      * generated voucher gets an fdutlu01.cbl usage record waiting
      * for the meter reads to be keyed. Spaces for any other bill.
      * Primary Key - RECUR-TEMPLATE-NUMBER (operator-assigned)
      ******************************************************************
       fd   recurring-template-file
            05 recur-due-day               pic 9(2).
            05 recur-start-date            pic 9(8).
            05 recur-end-date              pic 9(8).
            05 recur-location              pic x(8).
