       77   which-field                        pic 99.
       77   approval-threshold-field           pic zzzzzz9.99-.
       77   receipt-tolerance-field            pic z9.99.
       77   cycle-target-field                 pic zz9.
       77   portal-days-field                  pic zz9.

       77   a-dummy                            pic x.

       ask-which-field.
            perform accept-which-field.
            perform re-accept-which-field
               until which-field < 13.

       accept-which-field.
            display "ENTER THE NUMBER OF THE FIELD".
            display "TO CHANGE (1-12) OR 0 TO EXIT".
            accept which-field.

       re-accept-which-field.
                perform enter-control-last-expense.
            if which-field = 10
                perform enter-control-tax-tolerance.
            if which-field = 11
                perform enter-control-cycle-target.
            if which-field = 12
                perform enter-control-portal-days.

            perform rewrite-control-record.
            perform write-system-audit-record-for-change.
            move receipt-tolerance-field
               to control-tax-tolerance.

       enter-control-cycle-target.
            display "ENTER INVOICE CYCLE-TIME TARGET DAYS".
            display "- RECEIPT TO PAYMENT; THE CYCLE-TIME REPORT".
            display "LISTS EVERY INVOICE THAT TOOK LONGER (0 = 30)".
            accept cycle-target-field.
            move cycle-target-field
               to control-cycle-target-days.

       enter-control-portal-days.
            display "ENTER SUPPLIER PORTAL/IVR LOOK-BACK DAYS".
            display "- INVOICES RECEIVED THIS MANY DAYS BACK GO ON".
            display "THE NIGHTLY STATUS EXTRACT (0 = 90)".
            accept portal-days-field.
            move portal-days-field
               to control-portal-days.

       init-control-record.
            move zeroes to control-record.

            perform display-control-receipt-tolerance.
            perform display-control-last-expense.
            perform display-control-tax-tolerance.
            perform display-control-cycle-target.
            perform display-control-portal-days.
            perform display-control-open-ap-total.
            perform display-control-last-close-voucher.
            perform display-control-1099-locked-year.
            display " ".

       display-control-last-voucher.
            display "10. SALES-TAX TOLERANCE PCT: "
               receipt-tolerance-field.

       display-control-cycle-target.
            move control-cycle-target-days
               to cycle-target-field.
            display "11. INVOICE CYCLE-TIME TARGET DAYS: "
               cycle-target-field.

       display-control-portal-days.
            move control-portal-days
               to portal-days-field.
            display "12. SUPPLIER PORTAL/IVR LOOK-BACK DAYS: "
               portal-days-field.

       display-control-1099-locked-year.
            display "   1099S LOCKED THROUGH TAX YEAR: "
               control-1099-locked-year
               " (SET BY THE YEAR END - SEE FISYRE01)".

       display-control-open-ap-total.
            move control-open-ap-total to approval-threshold-field.
            display "   OPEN-AP CONTROL TOTAL: "
