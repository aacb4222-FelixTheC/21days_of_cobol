            copy "slrcpt01.cbl".
            copy "slppap01.cbl".
            copy "slcntrt01.cbl".
            copy "slblkt01.cbl".
            copy "slvndist.cbl".
            copy "slfiscal.cbl".
            copy "slterms.cbl".
            copy "sljrnl01.cbl".
            copy "slnote01.cbl".
            copy "slcmpny.cbl".
            copy "slamrt01.cbl".
            copy "slvadj01.cbl".
            copy "slutla01.cbl".
            copy "slutlu01.cbl".
            copy "slvpev01.cbl".

            select optional proof-list-file
               assign to "PROOF"
            copy "fdrcpt01.cbl".
            copy "fdppap01.cbl".
            copy "fdcntrt01.cbl".
            copy "fdblkt01.cbl".
            copy "fdvndist.cbl".
            copy "fdfiscal.cbl".
            copy "fdterms.cbl".
            copy "fdjrnl01.cbl".
            copy "fdnote01.cbl".
            copy "fdcmpny.cbl".
            copy "fdamrt01.cbl".
            copy "fdvadj01.cbl".
            copy "fdutla01.cbl".
            copy "fdutlu01.cbl".
            copy "fdvpev01.cbl".

       fd   proof-list-file
            label records are standard.
       77   a-dummy                            pic x.

       77   add-another                        pic x.
       77   today-date                         pic 9(8).
       77   voucher-amount-field               pic zzz,zz9.99-.

       77   saved-voucher-record               pic x(400).
       77   remaining-to-distribute            pic s9(8)v99 value 0.
       77   remaining-field                    pic zzz,zz9.99-.
       77   dist-gl-entry                      pic x(6).
       77   default-1099-box                   pic x.
       77   entered-1099-box                   pic x.
       77   dist-amount-entry                  pic zzz,zz9.99-.
       77   gl-account-record-found            pic x.
       77   budget-record-found                pic x.
       77   receipt-match-limit                pic s9(8)v99 value zero.
       77   receipt-at-end                     pic x.
       77   receipt-match-ok                   pic x.
       77   receipt-match-hold-logged          pic x.
       77   receipt-match-override             pic x.
       77   receipt-apply-remaining            pic s9(8)v99 value zero.
       77   receipt-apply-room                 pic s9(8)v99 value zero.
       77   contract-check-ok                  pic x.
       77   contract-override                  pic x.
       77   contract-amount-field              pic zzz,zzz,zz9.99-.
       77   blanket-record-found               pic x.
       77   blanket-check-ok                   pic x.
       77   profile-was-used                   pic x.
       77   profile-at-end                     pic x.
       77   profile-line-count                 pic 9(2) value zero.
       77   tax-override-answer                pic x.
       77   expected-tax-field                 pic zzz,zz9.99-.
       77   job-record-found                   pic x.
       77   prepaid-wanted                     pic x.
       77   prepaid-line-wanted                pic x.
       77   prepaid-scan-at-end                pic x.
       77   prepaid-schedules-found            pic x.
       77   prepaid-amortization-started       pic x.
       77   prepaid-expense-entry              pic x(6).
       77   prepaid-months-posted-field        pic zz9.
       01   prepaid-month-entry                pic 9(6).
       01   prepaid-month-parts redefines prepaid-month-entry.
            05 prepaid-month-ccyy              pic 9(4).
            05 prepaid-month-mm                pic 99.
       77   utility-vendor                     pic x.
       77   utility-account-found              pic x.
       77   usage-captured                     pic x.
       77   usage-record-found                 pic x.
       77   usage-entry-field                  pic z,zzz,zz9.99.

      * The coding (company, GL code, amount per line - the header
      * code when there are no lines) of a voucher already exported
      * to the GL, as booked before a change and as it stands after.
      * Any difference goes to fdvadj01.cbl as a reversal of the
      * booked lines and a re-booking of the new ones.
       01   booked-coding-table.
            05 booked-coding-count             pic 99.
            05 booked-coding-line occurs 99 times.
               10 booked-line-company          pic 9.
               10 booked-gl-code               pic x(6).
               10 booked-amount                pic s9(6)v99.
       01   current-coding-table.
            05 current-coding-count            pic 99.
            05 current-coding-line occurs 99 times.
               10 current-line-company         pic 9.
               10 current-gl-code              pic x(6).
               10 current-amount               pic s9(6)v99.
       77   coding-index                       pic 99.
       77   adjustment-sequence                pic 9(3).
       77   adjustment-field                   pic 99.
       77   adjustment-scan-at-end             pic x.
       77   saved-adjustment-record            pic x(63).

       77   open-balance-for-vendor            pic S9(8)V99 value zero.
       77   credit-check-vendor                pic 9(5).
       77   credit-check-voucher-number        pic 9(5).
       77   credit-check-at-end                pic x.
       77   credit-limit-field                 pic zzz,zz9.99-.
       77   credit-family-checked              pic x.
       77   credit-family-head                 pic 9(5).
       77   credit-family-limit                pic s9(7)v99.
       77   credit-family-saved-vendor         pic x(600).

       77   due-date-integer                   pic 9(7).
       77   computed-due-date                  pic 9(8).
            copy "wsterms01.cbl".
            copy "wsjrnl01.cbl".
            copy "wsnote01.cbl".
            copy "wsfam01.cbl".
            copy "wsblkt01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            open i-o receipt-file.
            open i-o prepay-application-file.
            open i-o contract-file.
            open input blanket-file.
            open input vendor-dist-file.
            open input fiscal-calendar-file.
            open input terms-file.
            open output proof-list-file.
            open extend journal-file.
            open i-o note-file.
            open i-o amortization-file.
            open i-o voucher-adjustment-file.
            open input utility-account-file.
            open i-o utility-usage-file.
            open extend vendor-event-file.
            move "VCHMNT01" to journal-program-name.

       closing-procedure.
            close receipt-file.
            close prepay-application-file.
            close contract-file.
            close blanket-file.
            close vendor-dist-file.
            close fiscal-calendar-file.
            close terms-file.
            close proof-list-file.
            close journal-file.
            close note-file.
            close amortization-file.
            close voucher-adjustment-file.
            close utility-account-file.
            close utility-usage-file.
            close vendor-event-file.

      *--------------------------------
      * OPERATOR SIGN-ON
            perform check-the-period-budget.
            perform set-voucher-approval-status.
            perform capture-asset-details.
            perform capture-prepaid-schedules.
            perform offer-prepayment-application.
            perform write-voucher-record.
            if usage-captured = "Y"
                perform write-usage-record.
            perform compute-open-contribution.
            move open-contribution to open-ap-adjustment.
            perform adjust-open-ap-total.
            perform enter-voucher-handling.
            perform enter-voucher-for.
            perform enter-voucher-gl-code.
            perform enter-voucher-1099-box.
            perform enter-voucher-amount.
            perform enter-gl-distribution.
            perform enter-voucher-date.
            perform enter-voucher-received-date.
            perform enter-voucher-service-period.
            perform enter-voucher-utility-usage.
            perform enter-voucher-due.
            perform compute-voucher-discount-terms.
            perform check-contract-limits.
            perform check-blanket-limits.
            perform enter-voucher-deductible.
            perform enter-voucher-taxable.
            perform enter-voucher-tax-amount.
       ask-which-field.
            perform accept-which-field.
            perform re-accept-which-field
               until which-field < 25.

       accept-which-field.
            display "ENTER THE NUMBER OF THE FIELD".
            display "TO CHANGE (1-24) OR 0 TO EXIT".
            accept which-field.

       re-accept-which-field.
            move voucher-record to system-audit-saved-image.
            perform compute-open-contribution.
            move open-contribution to old-open-contribution.
            if voucher-gl-batch not = zeroes
                perform capture-the-current-coding
                move current-coding-table to booked-coding-table.
            if which-field = 1
                perform enter-voucher-vendor
                perform refresh-usage-record.
            if which-field = 2
                perform enter-voucher-invoice.
            if which-field = 3
                perform enter-voucher-for.
            if which-field = 4
                perform enter-voucher-amount
                perform refigure-after-amount-change
                perform drop-unstarted-prepaid-schedules
                perform refresh-usage-record.
            if which-field = 5
                perform enter-voucher-date
                perform restamp-prepaid-added-month
                perform refresh-usage-record.
            if which-field = 6
                perform enter-voucher-due.
            if which-field = 7
            if which-field = 8
                perform enter-voucher-type.
            if which-field = 9
                perform enter-voucher-gl-code
                perform enter-voucher-1099-box.
            if which-field = 10
                perform enter-voucher-pay-this.
            if which-field = 11
                perform enter-voucher-po-number
                perform check-blanket-limits.
            if which-field = 12
                perform enter-voucher-dispute.
            if which-field = 13
            if which-field = 15
                perform enter-voucher-retainage.
            if which-field = 16
                perform enter-gl-distribution
                perform drop-unstarted-prepaid-schedules.
            if which-field = 17
                perform enter-voucher-contract
                perform check-contract-limits.
                perform enter-voucher-job.
            if which-field = 19
                perform enter-voucher-handling.
            if which-field = 20
                perform change-the-1099-box.
            if which-field = 21
                perform change-prepaid-schedules.
            if which-field = 22
                perform enter-voucher-service-period.
            if which-field = 23
                perform change-utility-usage.
            if which-field = 24
                perform enter-voucher-received-date.
            if which-field = 4
                perform set-voucher-approval-status.

               open-contribution - old-open-contribution.
            perform adjust-open-ap-total.

            if voucher-gl-batch not = zeroes
                move which-field to adjustment-field
                perform record-post-export-change.

            perform rewrite-voucher-record.
            perform write-system-audit-record-for-change.

                      dist-voucher-number = voucher-number
                    move "Y" to voucher-has-dist-lines.

      *--------------------------------
      * POST-EXPORT ADJUSTMENTS
      *--------------------------------
      * The batch that exported the voucher is never touched again:
      * a change to its coding is carried to the GL by the next
      * glexp01.cbl export as the adjustment lines written here.
       record-post-export-change.
            perform capture-the-current-coding.
            if current-coding-table not = booked-coding-table
                perform start-the-adjustment-lines
                perform write-the-reversal-lines
                perform write-the-rebooking-lines
                display "VOUCHER WAS ALREADY EXPORTED TO THE GL -"
                display "THE CHANGE IS RECORDED AS AN ADJUSTMENT".

      * A deleted voucher's exported coding is reversed in full.
       reverse-the-exported-voucher.
            perform capture-the-current-coding.
            move current-coding-table to booked-coding-table.
            move zero to adjustment-field.
            perform start-the-adjustment-lines.
            perform write-the-reversal-lines.
            display "VOUCHER WAS ALREADY EXPORTED TO THE GL -".
            display "ITS CODING IS REVERSED AS AN ADJUSTMENT".

       capture-the-current-coding.
            initialize current-coding-table.
            move "N" to distribution-at-end.
            move voucher-number to dist-voucher-number.
            move zeroes to dist-line-number.
            start distribution-file
               key is not less than distribution-key
               invalid key
               move "Y" to distribution-at-end.
            perform capture-one-coding-line
               until distribution-at-end = "Y".
            if current-coding-count = zero
                move 1 to current-coding-count
                move voucher-company to current-line-company (1)
                move voucher-gl-code to current-gl-code (1)
                move voucher-amount to current-amount (1).

       capture-one-coding-line.
            read distribution-file next record
               at end move "Y" to distribution-at-end.
            if distribution-at-end not = "Y"
                if dist-voucher-number not = voucher-number
                    move "Y" to distribution-at-end
                else
                    add 1 to current-coding-count
                    move dist-gl-code
                       to current-gl-code (current-coding-count)
                    move dist-amount
                       to current-amount (current-coding-count)
                    if dist-company = zero
                        move voucher-company to
                           current-line-company (current-coding-count)
                    else
                        move dist-company to
                           current-line-company (current-coding-count).

       start-the-adjustment-lines.
            perform find-last-adjustment-sequence.
            move voucher-number to vadj-voucher-number.
            move operator-id to vadj-operator.
            move voucher-company to vadj-company.
            accept vadj-date from date yyyymmdd.
            accept vadj-time from time.
            move adjustment-field to vadj-field.
            move voucher-gl-batch to vadj-original-batch.
            move zeroes to vadj-gl-batch.
            move voucher-adjustment-record to saved-adjustment-record.

       find-last-adjustment-sequence.
            move zero to adjustment-sequence.
            move "N" to adjustment-scan-at-end.
            move voucher-number to vadj-voucher-number.
            move zeroes to vadj-sequence.
            start voucher-adjustment-file
               key is not less than vadj-key
               invalid key
               move "Y" to adjustment-scan-at-end.
            perform note-one-adjustment-sequence
               until adjustment-scan-at-end = "Y".

       note-one-adjustment-sequence.
            read voucher-adjustment-file next record
               at end move "Y" to adjustment-scan-at-end.
            if adjustment-scan-at-end not = "Y"
                if vadj-voucher-number not = voucher-number
                    move "Y" to adjustment-scan-at-end
                else
                    move vadj-sequence to adjustment-sequence.

       write-the-reversal-lines.
            perform write-one-reversal-line
               varying coding-index from 1 by 1
               until coding-index > booked-coding-count.

       write-one-reversal-line.
            move saved-adjustment-record to voucher-adjustment-record.
            move "R" to vadj-type.
            move booked-line-company (coding-index)
               to vadj-line-company.
            move booked-gl-code (coding-index) to vadj-gl-code.
            compute vadj-amount =
               zero - booked-amount (coding-index).
            perform write-adjustment-record.

       write-the-rebooking-lines.
            perform write-one-rebooking-line
               varying coding-index from 1 by 1
               until coding-index > current-coding-count.

       write-one-rebooking-line.
            move saved-adjustment-record to voucher-adjustment-record.
            move "B" to vadj-type.
            move current-line-company (coding-index)
               to vadj-line-company.
            move current-gl-code (coding-index) to vadj-gl-code.
            move current-amount (coding-index) to vadj-amount.
            perform write-adjustment-record.

       write-adjustment-record.
            add 1 to adjustment-sequence.
            move adjustment-sequence to vadj-sequence.
            write voucher-adjustment-record
               invalid key
               display "ERROR WRITING ADJUSTMENT RECORD".

       inquire-mode.
            move "DISPLAY" to the-mode.
            perform get-existing-record.

       delete-records.
            perform display-all-fields.
            perform check-prepaid-amortization.
            if prepaid-amortization-started = "Y"
                display "PREPAID AMORTIZATION HAS BEEN POSTED -"
                display "THIS VOUCHER CANNOT BE DELETED"
                move "N" to ok-to-delete
            else
                perform ask-to-delete.

            if ok-to-delete = "Y" and
                  voucher-gl-batch not = zeroes
                perform reverse-the-exported-voucher.

            if ok-to-delete = "Y"
                perform delete-prepaid-schedules
                perform delete-distribution-lines
                perform delete-usage-record
                perform compute-open-contribution
                compute open-ap-adjustment =
                   zero - open-contribution
            move zeroes to voucher-gl-batch.
            move spaces to voucher-job-number.
            move space to voucher-handling-code.
            move space to voucher-1099-box.
            move zeroes to voucher-invoice-date
                           voucher-service-from
                           voucher-service-thru.
            move zeroes to voucher-received-date
                           voucher-approved-date.
            accept voucher-entered-date from date yyyymmdd.
            move "I" to voucher-type.
            move space to voucher-gl-code.
            move space to voucher-approval-status.
            perform accept-voucher-amount.

       check-vendor-credit-limit.
            perform find-the-credit-family.
            if credit-family-checked = "Y"
                perform check-family-credit-limit
            else
                if vendor-credit-limit not = zero and
                      voucher-type-invoice
                    perform sum-vendor-open-balance
                    if open-balance-for-vendor + voucher-amount
                          > vendor-credit-limit
                        move vendor-credit-limit to credit-limit-field
                        display "WARNING - THIS VOUCHER EXCEEDS VENDOR"
                        display "CREDIT LIMIT OF " credit-limit-field
                    end-if
                end-if
            end-if.

      * A vendor whose family parent carries the family credit flag
      * is held to the parent's limit across the open balance of
      * every member of the family (vndfam01.cbl, plfam01.cbl).
       find-the-credit-family.
            move "N" to credit-family-checked.
            if vendor-has-no-parent
                if vendor-checks-family-credit
                    move "Y" to credit-family-checked
                    move vendor-number to credit-family-head
                    move vendor-credit-limit to credit-family-limit
                end-if
            else
                move vendor-record to credit-family-saved-vendor
                move vendor-parent-number to vendor-number
                perform read-vendor-record
                if vendor-record-found = "Y" and
                      vendor-checks-family-credit
                    move "Y" to credit-family-checked
                    move vendor-number to credit-family-head
                    move vendor-credit-limit to credit-family-limit
                end-if
                move credit-family-saved-vendor to vendor-record
                move "Y" to vendor-record-found.

       check-family-credit-limit.
            if credit-family-limit not = zero and
                  voucher-type-invoice
                perform sum-family-open-balance
                if open-balance-for-vendor + voucher-amount
                      > credit-family-limit
                    move credit-family-limit to credit-limit-field
                    display "WARNING - THIS VOUCHER EXCEEDS THE FAMILY"
                    display "CREDIT LIMIT OF " credit-limit-field
                       " SET AT VENDOR " credit-family-head
                end-if
            end-if.

       sum-family-open-balance.
            move credit-family-head to family-head.
            perform collect-the-family-members.
            move zero to open-balance-for-vendor.
            move voucher-number to credit-check-voucher-number.
            move voucher-record to saved-voucher-record.
            close voucher-file.
            open i-o voucher-file.
            move "N" to credit-check-at-end.
            perform read-next-voucher-for-credit-check.
            perform add-to-family-open-balance
               until credit-check-at-end = "Y".
            move saved-voucher-record to voucher-record.

       add-to-family-open-balance.
            if voucher-paid-date = zeroes and
                  voucher-number not = credit-check-voucher-number
                move voucher-vendor to family-key
                perform check-family-member
                if family-member-found = "Y"
                    add voucher-amount to open-balance-for-vendor
                end-if
            end-if.
            perform read-next-voucher-for-credit-check.

       sum-vendor-open-balance.
            move zero to open-balance-for-vendor.
               to date-error-message.
            perform get-a-date.
            move date-ccyymmdd to voucher-date.
            move date-ccyymmdd to voucher-invoice-date.
            perform read-control-record.
            perform re-enter-voucher-date-if-closed
               until voucher-date > control-period-cutoff-date.
            perform get-a-date.
            move date-ccyymmdd to voucher-date.

      * The day the invoice reached the building - the mailroom's
      * stamp - where the cycle-time clock starts. Zero takes today,
      * and it cannot be later than today.
       enter-voucher-received-date.
            move "Y" to zero-date-is-ok.
            move "ENTER DATE RECEIVED(MM/DD/CCYY) 0 = TODAY?"
               to date-prompt.
            perform get-a-date.
            move date-ccyymmdd to voucher-received-date.
            accept today-date from date yyyymmdd.
            if voucher-received-date = zeroes
                move today-date to voucher-received-date.
            if voucher-received-date > today-date
                display "THE RECEIVED DATE IS IN THE FUTURE"
                perform enter-voucher-received-date.

      * What the invoice covers, when it says - optional. Zero
      * for the start means no service period at all.
       enter-voucher-service-period.
            move "Y" to zero-date-is-ok.
            move "ENTER SERVICE PERIOD START(MM/DD/CCYY)?"
               to date-prompt.
            perform get-a-date.
            move date-ccyymmdd to voucher-service-from.
            move zeroes to voucher-service-thru.
            if voucher-service-from not = zeroes
                perform enter-voucher-service-thru.

       enter-voucher-service-thru.
            move "N" to zero-date-is-ok.
            move "ENTER SERVICE PERIOD END(MM/DD/CCYY)?"
               to date-prompt.
            move "AN END DATE IS REQUIRED"
               to date-error-message.
            perform get-a-date.
            move date-ccyymmdd to voucher-service-thru.
            if voucher-service-thru < voucher-service-from
                display "THE END IS BEFORE THE START"
                perform enter-voucher-service-thru.

      * A utility vendor's bill - a vendor with service accounts on
      * fdutla01.cbl - names the location it is for, the meter read
      * dates and the usage billed, kept on fdutlu01.cbl for the
      * utlrpt01 consumption report. A blank location means the
      * bill is not for metered service (a deposit, a late fee).
       enter-voucher-utility-usage.
            move "N" to usage-captured.
            perform check-utility-vendor.
            if utility-vendor = "Y"
                perform init-usage-record
                perform enter-usage-location
                if utlu-location not = spaces
                    perform enter-usage-read-dates
                    perform enter-usage-quantity
                    perform enter-usage-read-type
                    move "Y" to usage-captured.

       check-utility-vendor.
            move "N" to utility-vendor.
            move voucher-vendor to utla-vendor.
            move low-values to utla-location.
            start utility-account-file
               key is not less than utla-key
               invalid key
               move "X" to utility-vendor.
            if utility-vendor = "N"
                read utility-account-file next record
                   at end move "X" to utility-vendor.
            if utility-vendor = "N"
                if utla-vendor = voucher-vendor
                    move "Y" to utility-vendor.
            if utility-vendor not = "Y"
                move "N" to utility-vendor.

       init-usage-record.
            move voucher-number to utlu-voucher.
            move spaces to utlu-location
                           utlu-unit
                           utlu-read-type.
            move zeroes to utlu-read-from
                           utlu-read-thru
                           utlu-usage.
            move voucher-vendor to utlu-vendor.
            move voucher-company to utlu-company.
            move voucher-amount to utlu-amount.
            move voucher-date to utlu-voucher-date.

       enter-usage-location.
            display "ENTER SERVICE LOCATION".
            display "(BLANK = NOT A METERED SERVICE BILL)".
            move spaces to utlu-location.
            accept utlu-location.
            inspect utlu-location
               converting lower-alpha
               to upper-alpha.
            if utlu-location not = spaces
                perform check-usage-location.

       check-usage-location.
            move voucher-vendor to utla-vendor.
            move utlu-location to utla-location.
            move "Y" to utility-account-found.
            read utility-account-file record
               invalid key
               move "N" to utility-account-found.
            if utility-account-found = "N"
                display "THE VENDOR HAS NO SERVICE ACCOUNT AT THAT"
                display "LOCATION - SEE UTAMNT01"
                perform enter-usage-location
            else
            if utla-account-closed
                display "THAT SERVICE ACCOUNT IS CLOSED"
                perform enter-usage-location
            else
                display "LOCATION: " utla-description
                move utla-unit to utlu-unit.

      * The read dates default to the service period; a bill keyed
      * with no service period takes the read dates as its period.
       enter-usage-read-dates.
            if voucher-service-from = zeroes
                move "N" to zero-date-is-ok
            else
                move "Y" to zero-date-is-ok
                display "(0 = SAME AS THE SERVICE PERIOD)".
            move "ENTER METER READ FROM DATE(MM/DD/CCYY)?"
               to date-prompt.
            move "A READ FROM DATE IS REQUIRED"
               to date-error-message.
            perform get-a-date.
            if date-ccyymmdd = zeroes
                move voucher-service-from to utlu-read-from
                move voucher-service-thru to utlu-read-thru
            else
                move date-ccyymmdd to utlu-read-from
                perform enter-usage-read-thru.
            if voucher-service-from = zeroes
                move utlu-read-from to voucher-service-from
                move utlu-read-thru to voucher-service-thru.

       enter-usage-read-thru.
            move "N" to zero-date-is-ok.
            move "ENTER METER READ THROUGH DATE(MM/DD/CCYY)?"
               to date-prompt.
            move "A READ THROUGH DATE IS REQUIRED"
               to date-error-message.
            perform get-a-date.
            move date-ccyymmdd to utlu-read-thru.
            if utlu-read-thru < utlu-read-from
                display "THE THROUGH DATE IS BEFORE THE FROM DATE"
                perform enter-usage-read-thru.

       enter-usage-quantity.
            display "ENTER USAGE BILLED IN " utlu-unit.
            accept usage-entry-field.
            move usage-entry-field to utlu-usage.
            if utlu-usage = zero
                display "USAGE MUST NOT BE ZERO"
                perform enter-usage-quantity.

       enter-usage-read-type.
            display "METER READ - A)CTUAL OR E)STIMATED?".
            accept utlu-read-type.
            inspect utlu-read-type
               converting lower-alpha
               to upper-alpha.
            if not utlu-actual-read and
                  not utlu-estimated-read
                display "YOU MUST ENTER A OR E"
                perform enter-usage-read-type.

      * Re-keying the usage replaces what was there; a blank
      * location takes the bill off the consumption history.
       change-utility-usage.
            perform read-usage-record.
            perform enter-voucher-utility-usage.
            if utility-vendor = "N"
                display "THE VENDOR HAS NO UTILITY SERVICE ACCOUNTS"
                display "- SEE UTAMNT01".
            if usage-captured = "Y" and
                  usage-record-found = "Y"
                perform rewrite-usage-record.
            if usage-captured = "Y" and
                  usage-record-found = "N"
                perform write-usage-record.
            if usage-captured = "N" and
                  utility-vendor = "Y" and
                  usage-record-found = "Y"
                perform delete-usage-record.

      * The usage record follows the voucher's vendor, amount and
      * date as they are changed.
       refresh-usage-record.
            perform read-usage-record.
            if usage-record-found = "Y"
                move voucher-vendor to utlu-vendor
                move voucher-amount to utlu-amount
                move voucher-date to utlu-voucher-date
                perform rewrite-usage-record.

      * The fiscal calendar (fdfiscal.cbl) is the real period
      * control - the date must land inside an OPEN period, not
      * merely past the old single cutoff.
            move vdist-gl-code to dist-gl-code.
            move zero to dist-company.
            move spaces to dist-job-number.
            move vdist-gl-code to gl-account-code.
            perform read-gl-account-record.
            perform set-the-default-box.
            move default-1099-box to dist-1099-box.
            if distribution-line-count = profile-line-count
                compute dist-amount =
                   voucher-amount - profile-distributed-total
            move dist-amount-entry to dist-amount.
            perform accept-distribution-company.
            perform accept-distribution-job.
            perform enter-distribution-1099-box.
            write distribution-record
               invalid key
               display "ERROR WRITING DISTRIBUTION LINE".
      * way: nothing has arrived to pay for.
       check-receipt-matching.
            move "Y" to receipt-match-ok.
            move "N" to receipt-match-hold-logged.
            if voucher-po-number not = zeroes and
                  voucher-type-invoice
                perform test-the-receipt-match
                   " RECEIVED"
                move po-vouchered-amount to po-amount-field
                display "ALREADY VOUCHERED: " po-amount-field
                if receipt-match-hold-logged = "N"
                    perform log-the-match-hold
                end-if
                perform ask-receipt-match-override
                if receipt-match-override not = "Y"
                    move "N" to receipt-match-ok.

      * The hold counts against the vendor once per voucher,
      * however many times the amount is re-entered.
       log-the-match-hold.
            move "Y" to receipt-match-hold-logged.
            move "MH" to vendor-event-type.
            move voucher-number to vendor-event-voucher.
            move voucher-po-number to vendor-event-po-number.
            move voucher-amount to vendor-event-amount.
            move spaces to vendor-event-note.
            perform log-a-vendor-event.

       ask-receipt-match-override.
            perform accept-receipt-match-override.
            perform re-accept-receipt-match-override
            perform re-accept-dispute-reason
               until voucher-dispute-reason not = space.
            move "D" to voucher-dispute-flag.
            move "DP" to vendor-event-type.
            move voucher-number to vendor-event-voucher.
            move voucher-po-number to vendor-event-po-number.
            move voucher-amount to vendor-event-amount.
            move voucher-dispute-reason to vendor-event-note.
            perform log-a-vendor-event.
            display "VOUCHER MARKED IN DISPUTE - IT WILL NOT".
            display "BE SELECTED OR PAID UNTIL RELEASED".

            display "17. CONTRACT (BLANK = NONE): "
               voucher-contract-number.

      *--------------------------------
      * BLANKET RELEASES
      *--------------------------------
      * An invoice against a PO that is a release of a blanket
      * agreement (fdblkt01.cbl) must fit in what is left of the
      * release and in what is left of the blanket's authorization
      * once every release's vouchers are counted (plblkt01.cbl),
      * and must not be dated past the blanket's term or bill a
      * closed blanket. As with a contract, a failed check rejects
      * the voucher unless an approver-grade operator keys the
      * override, and on a reject the clerk re-keys the PO (0 drops
      * it). The release's vouchered amount rolls up in
      * UPDATE-PO-FOR-VOUCHER like any PO's, which is what the
      * blanket's consumption is summed from.
       check-blanket-limits.
            perform test-blanket-limits.
            perform re-handle-blanket-reject
               until blanket-check-ok = "Y".

       test-blanket-limits.
            move "Y" to blanket-check-ok.
            if voucher-po-number not = zeroes and
                  voucher-type-invoice
                move voucher-po-number to po-number
                perform read-po-record
                if po-record-found = "Y" and
                      po-blanket-number not = spaces
                    move po-blanket-number to blanket-number
                    perform read-blanket-record
                    if blanket-record-found = "Y"
                        perform test-release-amount
                        if blanket-check-ok = "Y"
                            perform test-blanket-authorization
                            if blanket-check-ok = "Y"
                                perform test-blanket-term.

       test-release-amount.
            if po-vouchered-amount + voucher-amount
                  > po-expected-amount
                move po-expected-amount to po-amount-field
                display "INVOICE BILLS RELEASE " po-number
                   " PAST ITS AMOUNT OF " po-amount-field
                perform ask-contract-override
                if contract-override not = "Y"
                    move "N" to blanket-check-ok.

       test-blanket-authorization.
            move voucher-date to blkt-check-date.
            move zeroes to blkt-exclude-po.
            perform sum-the-blanket.
            if blkt-vouchered-total + voucher-amount
                  > blanket-authorized-amount
                compute blkt-committed = blanket-authorized-amount
                   - blkt-vouchered-total
                move blkt-committed to contract-amount-field
                display "INVOICE BILLS BLANKET " blanket-number
                   " PAST ITS AUTHORIZATION"
                display "ONLY " contract-amount-field " IS LEFT"
                perform ask-contract-override
                if contract-override not = "Y"
                    move "N" to blanket-check-ok.

       test-blanket-term.
            if voucher-date > blanket-end-date or
                  blanket-status-closed
                if blanket-status-closed
                    display "BLANKET " blanket-number " IS CLOSED"
                else
                    display "INVOICE IS DATED PAST THE BLANKET END"
                end-if
                perform ask-contract-override
                if contract-override not = "Y"
                    move "N" to blanket-check-ok.

       re-handle-blanket-reject.
            display "VOUCHER REJECTED AGAINST THE BLANKET -".
            display "RE-ENTER THE PO (0 DROPS IT)".
            perform enter-voucher-po-number.
            perform test-blanket-limits.

       read-blanket-record.
            move "Y" to blanket-record-found.
            read blanket-file record
               invalid key
               move "N" to blanket-record-found.

      *--------------------------------
      * INSTALLMENT SCHEDULE
      *--------------------------------
               voucher-handling-code
               " (BLANK = VENDOR DEFAULT)".

      *--------------------------------
      * 1099 BOX
      *--------------------------------
      * Where the payment lands on the vendor's year-end 1099
      * (fdglacct.cbl GL-ACCOUNT-1099-BOX's codes). The GL account's
      * box is the default and a 1099 vendor's clerk may override
      * it; anyone else's vouchers just take the default. The
      * voucher's own box counts only when it has no distribution
      * lines - each line carries its own - so changing it here
      * re-stamps every line the voucher has.
       enter-voucher-1099-box.
            move voucher-gl-code to gl-account-code.
            perform read-gl-account-record.
            perform set-the-default-box.
            if vendor-is-1099-eligible
                perform accept-1099-box
                move entered-1099-box to voucher-1099-box
            else
                move default-1099-box to voucher-1099-box.

       change-the-1099-box.
            perform enter-voucher-1099-box.
            perform check-for-distribution-lines.
            if voucher-has-dist-lines = "Y"
                perform restamp-the-line-boxes
                display "EVERY DISTRIBUTION LINE NOW REPORTS IN BOX "
                   voucher-1099-box.

      * The line's GL account (just read by the GL code prompt)
      * supplies the default.
       enter-distribution-1099-box.
            perform set-the-default-box.
            if vendor-is-1099-eligible
                perform accept-1099-box
                move entered-1099-box to dist-1099-box
            else
                move default-1099-box to dist-1099-box.

       set-the-default-box.
            move space to default-1099-box.
            if gl-account-record-found = "Y"
                move gl-account-1099-box to default-1099-box.
            if default-1099-box = space
                move "N" to default-1099-box.

       accept-1099-box.
            display "ENTER 1099 BOX - N)EC SERVICES, R)ENTS,".
            display "M)EDICAL, A)TTORNEY, X) NOT REPORTABLE".
            display "(BLANK = " default-1099-box
               ", THE GL ACCOUNT'S)".
            move space to entered-1099-box.
            accept entered-1099-box.
            inspect entered-1099-box
               converting lower-alpha
               to upper-alpha.
            if entered-1099-box = space
                move default-1099-box to entered-1099-box.
            if entered-1099-box not = "N" and
                  entered-1099-box not = "R" and
                  entered-1099-box not = "M" and
                  entered-1099-box not = "A" and
                  entered-1099-box not = "X"
                display "YOU MUST ENTER N, R, M, A, X, OR BLANK"
                perform accept-1099-box.

       restamp-the-line-boxes.
            move "N" to distribution-at-end.
            move voucher-number to dist-voucher-number.
            move zeroes to dist-line-number.
            start distribution-file
               key is not less than distribution-key
               invalid key
               move "Y" to distribution-at-end.
            perform restamp-one-line-box
               until distribution-at-end = "Y".

       restamp-one-line-box.
            read distribution-file next record
               at end move "Y" to distribution-at-end.
            if distribution-at-end not = "Y"
                if dist-voucher-number not = voucher-number
                    move "Y" to distribution-at-end
                else
                    move voucher-1099-box to dist-1099-box
                    rewrite distribution-record
                       invalid key
                       display "ERROR REWRITING DISTRIBUTION LINE".

       display-voucher-1099-box.
            display "20. 1099 BOX (N/R/M/A/X): " voucher-1099-box.

      *--------------------------------
      * FIXED-ASSET DETAILS
      *--------------------------------
                  invalid key
                  display "ERROR WRITING ASSET DETAIL".

      *--------------------------------
      * PREPAID EXPENSE AMORTIZATION
      *--------------------------------
      * An annual premium or subscription is coded to the prepaid
      * asset account and flagged here, line by line, with the
      * month the expense starts, the number of months, and the
      * expense account to spread it into. The schedule
      * (fdamrt01.cbl) is what amrexp01.cbl works from at each
      * month-end. A line of another company's (DIST-COMPANY)
      * amortizes on that company's books, as it accrued there.
       capture-prepaid-schedules.
            if voucher-type-invoice
                perform ask-prepaid-wanted
                if prepaid-wanted = "Y"
                    perform check-for-distribution-lines
                    if voucher-has-dist-lines = "Y"
                        perform capture-dist-prepaid-schedules
                    else
                        perform capture-header-prepaid-schedule.

       ask-prepaid-wanted.
            display "ANY PREPAID EXPENSE TO AMORTIZE ON THIS".
            display "VOUCHER (Y/N)?".
            accept prepaid-wanted.
            inspect prepaid-wanted
               converting lower-alpha
               to upper-alpha.
            if prepaid-wanted not = "Y" and
                  prepaid-wanted not = "N"
                display "YOU MUST ENTER Y OR N"
                perform ask-prepaid-wanted.

       capture-header-prepaid-schedule.
            move voucher-number to amrt-voucher.
            move zeroes to amrt-line.
            move voucher-company to amrt-company.
            move voucher-gl-code to amrt-prepaid-gl-code.
            move voucher-amount to amrt-total-amount.
            perform enter-one-prepaid-schedule.

       capture-dist-prepaid-schedules.
            move "N" to prepaid-scan-at-end.
            move voucher-number to dist-voucher-number.
            move zeroes to dist-line-number.
            start distribution-file
               key is not less than distribution-key
               invalid key
               move "Y" to prepaid-scan-at-end.
            perform ask-one-dist-line-prepaid
               until prepaid-scan-at-end = "Y".

       ask-one-dist-line-prepaid.
            read distribution-file next record
               at end move "Y" to prepaid-scan-at-end.
            if prepaid-scan-at-end not = "Y"
                if dist-voucher-number not = voucher-number
                    move "Y" to prepaid-scan-at-end
                else
                    move dist-amount to dist-amount-entry
                    display "LINE " dist-line-number " "
                       dist-gl-code " " dist-amount-entry
                    perform ask-prepaid-line-wanted
                    if prepaid-line-wanted = "Y"
                        move voucher-number to amrt-voucher
                        move dist-line-number to amrt-line
                        move dist-company to amrt-company
                        if amrt-company = zero
                            move voucher-company to amrt-company
                        end-if
                        move dist-gl-code to amrt-prepaid-gl-code
                        move dist-amount to amrt-total-amount
                        perform enter-one-prepaid-schedule.

       ask-prepaid-line-wanted.
            display "IS THIS LINE A PREPAID EXPENSE (Y/N)?".
            accept prepaid-line-wanted.
            inspect prepaid-line-wanted
               converting lower-alpha
               to upper-alpha.
            if prepaid-line-wanted not = "Y" and
                  prepaid-line-wanted not = "N"
                display "YOU MUST ENTER Y OR N"
                perform ask-prepaid-line-wanted.

       enter-one-prepaid-schedule.
            display "GL CODE " amrt-prepaid-gl-code
               " IS THE PREPAID ASSET - SCHEDULE:".
            perform accept-prepaid-start-month.
            move prepaid-month-entry to amrt-start-month.
            perform accept-prepaid-months.
            perform accept-prepaid-expense-gl-code.
            move prepaid-expense-entry to amrt-expense-gl-code.
            move voucher-vendor to amrt-vendor.
            move voucher-date (1 : 6) to amrt-added-month.
            move zero to amrt-amortized-amount.
            move zero to amrt-months-posted.
            move zeroes to amrt-last-month-posted.
            move operator-id to amrt-created-by.
            accept amrt-created-date from date yyyymmdd.
            write amortization-record
               invalid key
               rewrite amortization-record
                  invalid key
                  display "ERROR WRITING AMORTIZATION SCHEDULE".

      * Zero takes the invoice month.
       accept-prepaid-start-month.
            move "ENTER FIRST MONTH TO EXPENSE (CCYYMM)?"
               to numeric-entry-prompt.
            perform get-numeric-entry.
            move numeric-entry-field to prepaid-month-entry.
            if prepaid-month-entry = zeroes
                move voucher-date (1 : 6) to prepaid-month-entry.
            if prepaid-month-mm < 1 or prepaid-month-mm > 12 or
                  prepaid-month-ccyy < 1601
                display "NOT A VALID CCYYMM MONTH"
                perform accept-prepaid-start-month.

       accept-prepaid-months.
            move "ENTER NUMBER OF MONTHS (1-120)?"
               to numeric-entry-prompt.
            perform get-numeric-entry.
            move numeric-entry-field to amrt-months.
            if amrt-months < 1 or amrt-months > 120
                display "MONTHS MUST BE 1 THROUGH 120"
                perform accept-prepaid-months.

       accept-prepaid-expense-gl-code.
            display "ENTER EXPENSE GL CODE TO AMORTIZE INTO".
            move spaces to prepaid-expense-entry.
            accept prepaid-expense-entry.
            inspect prepaid-expense-entry
               converting lower-alpha
               to upper-alpha.
            move prepaid-expense-entry to gl-account-code.
            perform read-gl-account-record.
            if gl-account-record-found = "N"
                display "GL ACCOUNT NOT ON FILE"
                perform accept-prepaid-expense-gl-code
            else
                if gl-account-inactive
                    display "GL ACCOUNT IS INACTIVE"
                    perform accept-prepaid-expense-gl-code
                else
                    if prepaid-expense-entry = amrt-prepaid-gl-code
                        display "EXPENSE CODE MUST DIFFER FROM THE"
                        display "PREPAID ASSET CODE"
                        perform accept-prepaid-expense-gl-code
                    else
                        display "GL: " gl-account-name.

      * Field 21 re-keys the schedules - only while nothing has
      * been amortized, since the posted months are already in
      * the general ledger.
       change-prepaid-schedules.
            perform check-prepaid-amortization.
            if prepaid-amortization-started = "Y"
                display "PREPAID AMORTIZATION HAS BEEN POSTED -"
                display "THE SCHEDULE CAN NO LONGER BE CHANGED"
            else
                perform delete-prepaid-schedules
                perform capture-prepaid-schedules.

      * A new amount or distribution leaves the schedules keyed to
      * lines and figures that no longer exist.
       drop-unstarted-prepaid-schedules.
            perform check-prepaid-amortization.
            if prepaid-amortization-started = "Y"
                display "PREPAID AMORTIZATION HAS BEEN POSTED -"
                display "THE SCHEDULE IS LEFT AS IT WAS"
            else
                if prepaid-schedules-found = "Y"
                    perform delete-prepaid-schedules
                    display "PREPAID SCHEDULE REMOVED - RE-ENTER"
                    display "IT FROM FIELD 21".

       check-prepaid-amortization.
            move "N" to prepaid-schedules-found.
            move "N" to prepaid-amortization-started.
            perform start-prepaid-scan.
            perform check-one-prepaid-schedule
               until prepaid-scan-at-end = "Y".

       check-one-prepaid-schedule.
            perform read-next-prepaid-schedule.
            if prepaid-scan-at-end not = "Y"
                move "Y" to prepaid-schedules-found
                if amrt-months-posted not = zero
                    move "Y" to prepaid-amortization-started.

       read-usage-record.
            move voucher-number to utlu-voucher.
            move "Y" to usage-record-found.
            read utility-usage-file record
               invalid key
               move "N" to usage-record-found.

       write-usage-record.
            move voucher-number to utlu-voucher.
            move voucher-amount to utlu-amount.
            move voucher-date to utlu-voucher-date.
            write utility-usage-record
               invalid key
               display "ERROR WRITING UTILITY USAGE".

       rewrite-usage-record.
            rewrite utility-usage-record
               invalid key
               display "ERROR REWRITING UTILITY USAGE".

       delete-usage-record.
            perform read-usage-record.
            if usage-record-found = "Y"
                delete utility-usage-file record
                   invalid key
                   display "ERROR DELETING UTILITY USAGE".

       delete-prepaid-schedules.
            perform start-prepaid-scan.
            perform delete-one-prepaid-schedule
               until prepaid-scan-at-end = "Y".

       delete-one-prepaid-schedule.
            perform read-next-prepaid-schedule.
            if prepaid-scan-at-end not = "Y"
                delete amortization-file record
                   invalid key
                   display "ERROR DELETING AMORTIZATION SCHEDULE".

       restamp-prepaid-added-month.
            perform start-prepaid-scan.
            perform restamp-one-prepaid-schedule
               until prepaid-scan-at-end = "Y".

       restamp-one-prepaid-schedule.
            perform read-next-prepaid-schedule.
            if prepaid-scan-at-end not = "Y"
                move voucher-date (1 : 6) to amrt-added-month
                rewrite amortization-record
                   invalid key
                   display "ERROR REWRITING AMORTIZATION SCHEDULE".

       display-prepaid-schedules.
            perform check-prepaid-amortization.
            if prepaid-schedules-found = "N"
                display "21. PREPAID SCHEDULE: NONE"
            else
                perform start-prepaid-scan
                perform display-one-prepaid-schedule
                   until prepaid-scan-at-end = "Y".

       display-one-prepaid-schedule.
            perform read-next-prepaid-schedule.
            if prepaid-scan-at-end not = "Y"
                move amrt-months-posted to prepaid-months-posted-field
                display "21. PREPAID LINE " amrt-line " TO "
                   amrt-expense-gl-code " FROM " amrt-start-month
                   " FOR " amrt-months " MOS, "
                   prepaid-months-posted-field " POSTED".

       start-prepaid-scan.
            move "N" to prepaid-scan-at-end.
            move voucher-number to amrt-voucher.
            move zeroes to amrt-line.
            start amortization-file
               key is not less than amrt-key
               invalid key
               move "Y" to prepaid-scan-at-end.

       read-next-prepaid-schedule.
            read amortization-file next record
               at end move "Y" to prepaid-scan-at-end.
            if prepaid-scan-at-end not = "Y" and
                  amrt-voucher not = voucher-number
                move "Y" to prepaid-scan-at-end.

      *--------------------------------
      * PREPAYMENT APPLICATION
      *--------------------------------
            perform display-voucher-contract.
            perform display-voucher-job.
            perform display-voucher-handling.
            perform display-voucher-1099-box.
            perform display-prepaid-schedules.
            perform display-voucher-service-period.
            perform display-voucher-utility-usage.
            perform display-voucher-received-date.
            if voucher-paid-date = zeroes
                perform display-voucher-pay-this
                perform display-voucher-selected.
            move voucher-date to date-ccyymmdd.
            perform format-the-date.
            display "5. INVOICE DATE " formatted-date.
            if voucher-invoice-date not = zeroes and
                  voucher-invoice-date not = voucher-date
                move voucher-invoice-date to date-ccyymmdd
                perform format-the-date
                display "   (VENDOR DATED IT " formatted-date ")".

       display-voucher-service-period.
            if voucher-service-from = zeroes
                display "22. SERVICE PERIOD: NONE"
            else
                move voucher-service-from to date-ccyymmdd
                perform format-the-date
                display "22. SERVICE PERIOD: " formatted-date
                move voucher-service-thru to date-ccyymmdd
                perform format-the-date
                display "    THROUGH " formatted-date.

       display-voucher-received-date.
            if voucher-received-date = zeroes
                display "24. RECEIVED: NOT RECORDED"
            else
                move voucher-received-date to date-ccyymmdd
                perform format-the-date
                display "24. RECEIVED: " formatted-date.
            if voucher-entered-date not = zeroes
                move voucher-entered-date to date-ccyymmdd
                perform format-the-date
                display "    ENTERED " formatted-date
                   " BY " voucher-entered-by.
            if voucher-approved and
                  voucher-approved-date not = zeroes
                move voucher-approved-date to date-ccyymmdd
                perform format-the-date
                display "    APPROVED " formatted-date.

       display-voucher-utility-usage.
            perform read-usage-record.
            if usage-record-found = "N"
                display "23. UTILITY USAGE: NONE"
            else
                display "23. UTILITY USAGE: LOCATION " utlu-location
                perform display-usage-detail.

       display-usage-detail.
            if utlu-usage-not-keyed
                display "    USAGE NOT YET KEYED"
            else
                move utlu-read-from to date-ccyymmdd
                perform format-the-date
                display "    READ " formatted-date
                move utlu-read-thru to date-ccyymmdd
                perform format-the-date
                display "    THROUGH " formatted-date
                move utlu-usage to usage-entry-field
                display "    USAGE " usage-entry-field " " utlu-unit
                if utlu-estimated-read
                    display "    (ESTIMATED READ)".

       display-voucher-due.
            move voucher-due to date-ccyymmdd.
                  voucher-invoice = duplicate-invoice-check and
                  voucher-number not = duplicate-check-voucher-number
                display "INVOICE ALREADY ON FILE FOR THIS VENDOR"
                perform log-the-duplicate-invoice
                move "Y" to duplicate-check-at-end
            else
                perform read-next-voucher-for-dup-check.

      * The record in hand is the voucher already on file.
       log-the-duplicate-invoice.
            move "DI" to vendor-event-type.
            move voucher-number to vendor-event-voucher.
            move voucher-po-number to vendor-event-po-number.
            move voucher-amount to vendor-event-amount.
            move spaces to vendor-event-note.
            perform log-a-vendor-event.

       read-next-voucher-for-dup-check.
            read voucher-file next record
               at end move "Y" to duplicate-check-at-end.
            copy "plterms01.cbl".
            copy "pljrnl01.cbl".
            copy "plnote01.cbl".
            copy "plfam01.cbl".

      *--------------------------------
      * VENDOR PERFORMANCE EVENTS
      *--------------------------------
      * The vendor and invoice are the voucher's; the caller has
      * moved the rest.
       log-a-vendor-event.
            move "VCHMNT01" to vendor-event-program.
            move operator-id to vendor-event-operator.
            move voucher-vendor to vendor-event-vendor.
            move voucher-invoice to vendor-event-invoice.
            perform write-the-vendor-event.

            copy "plvpev01.cbl".

      *--------------------------------
      * NUMERIC ENTRY VALIDATION
      *--------------------------------

            copy "plnumval01.cbl".

            copy "plblkt01.cbl".
