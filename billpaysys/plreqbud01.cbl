      ******************************************************************
      * plreqbud01.cbl
      * Requisition budget check. For each GL code on the
      * requisition in REQUISITION-RECORD, the period budget
      * (fdbudget.cbl - the period is the requisition date's CCYYMM)
      * less what is already spent or committed against it in the
      * period: the vouchers coded to it, the unbilled balance of
      * its open purchase orders (the vchmnt01.cbl encumbrance), and
      * the lines of other approved requisitions not yet ordered.
      * What is left must cover what this requisition asks of the
      * code. A code with no budget record is unbudgeted and never
      * short. Each code is shown; REQBUD-OVER-BUDGET comes back "Y"
      * when any is short. Past twenty codes the rest go unchecked.
      * The caller must have BUDGET-FILE, VOUCHER-FILE,
      * PURCHASE-ORDER-FILE, REQUISITION-FILE and
      * REQUISITION-LINE-FILE open, and wsreqbud01.cbl in working
      * storage. The requisition record is put back as it was; the
      * file positions are not.
      ******************************************************************
       check-requisition-budget.
            move requisition-record to reqbud-saved-requisition.
            move requisition-number to reqbud-requisition.
            move requisition-date (1 : 6) to reqbud-period.
            move "N" to reqbud-over-budget.
            move zero to reqbud-gl-count.
            move reqbud-requisition to req-line-requisition.
            move zero to req-line-sequence.
            move "N" to reqbud-at-end.
            start requisition-line-file
               key is not less than req-line-key
               invalid key
               move "Y" to reqbud-at-end.
            perform reqbud-gather-one-line
               until reqbud-at-end = "Y".
            if reqbud-gl-count not = zero
                perform reqbud-read-the-budgets
                   varying reqbud-gl-index from 1 by 1
                   until reqbud-gl-index > reqbud-gl-count
                perform reqbud-sum-the-vouchers
                perform reqbud-sum-the-orders
                perform reqbud-sum-the-requisitions
                perform reqbud-judge-one-code
                   varying reqbud-gl-index from 1 by 1
                   until reqbud-gl-index > reqbud-gl-count.
            move reqbud-saved-requisition to requisition-record.

       reqbud-gather-one-line.
            read requisition-line-file next record
               at end move "Y" to reqbud-at-end.
            if reqbud-at-end not = "Y"
                if req-line-requisition not = reqbud-requisition
                    move "Y" to reqbud-at-end
                else
                    move req-line-gl-code to reqbud-look-gl
                    perform reqbud-find-the-code
                    if reqbud-gl-found = zero and
                          reqbud-gl-count < 20
                        add 1 to reqbud-gl-count
                        move reqbud-gl-count to reqbud-gl-found
                        move req-line-gl-code
                           to reqbud-gl-code (reqbud-gl-found)
                        move zero to reqbud-asked (reqbud-gl-found)
                                     reqbud-budget (reqbud-gl-found)
                                     reqbud-committed (reqbud-gl-found)
                    end-if
                    if reqbud-gl-found not = zero
                        add req-line-amount
                           to reqbud-asked (reqbud-gl-found).

       reqbud-find-the-code.
            move zero to reqbud-gl-found.
            perform reqbud-match-one-code
               varying reqbud-gl-index from 1 by 1
               until reqbud-gl-index > reqbud-gl-count
                  or reqbud-gl-found not = zero.

       reqbud-match-one-code.
            if reqbud-gl-code (reqbud-gl-index) = reqbud-look-gl
                move reqbud-gl-index to reqbud-gl-found.

       reqbud-read-the-budgets.
            move reqbud-period to budget-period.
            move reqbud-gl-code (reqbud-gl-index) to budget-gl-code.
            move "Y" to reqbud-budgeted (reqbud-gl-index).
            read budget-file record
               invalid key
               move "N" to reqbud-budgeted (reqbud-gl-index).
            if reqbud-budgeted (reqbud-gl-index) = "Y"
                move budget-amount to reqbud-budget (reqbud-gl-index).

       reqbud-sum-the-vouchers.
            move zeroes to voucher-number.
            move "N" to reqbud-at-end.
            start voucher-file
               key is not less than voucher-number
               invalid key
               move "Y" to reqbud-at-end.
            perform reqbud-add-one-voucher
               until reqbud-at-end = "Y".

       reqbud-add-one-voucher.
            read voucher-file next record
               at end move "Y" to reqbud-at-end.
            if reqbud-at-end not = "Y"
                if voucher-date (1 : 6) = reqbud-period
                    move voucher-gl-code to reqbud-look-gl
                    perform reqbud-find-the-code
                    if reqbud-gl-found not = zero
                        add voucher-amount
                           to reqbud-committed (reqbud-gl-found).

       reqbud-sum-the-orders.
            move zeroes to po-number.
            move "N" to reqbud-at-end.
            start purchase-order-file
               key is not less than po-number
               invalid key
               move "Y" to reqbud-at-end.
            perform reqbud-add-one-order
               until reqbud-at-end = "Y".

       reqbud-add-one-order.
            read purchase-order-file next record
               at end move "Y" to reqbud-at-end.
            if reqbud-at-end not = "Y"
                if po-status-open and
                      po-date (1 : 6) = reqbud-period
                    move po-gl-code to reqbud-look-gl
                    perform reqbud-find-the-code
                    compute reqbud-po-balance =
                       po-expected-amount - po-vouchered-amount
                    if reqbud-gl-found not = zero and
                          reqbud-po-balance > zero
                        add reqbud-po-balance
                           to reqbud-committed (reqbud-gl-found).

      * Approved lines of other requisitions that purchasing has not
      * ordered yet are money already promised.
       reqbud-sum-the-requisitions.
            move zeroes to req-line-key.
            move zero to reqbud-last-header.
            move "N" to reqbud-header-counts.
            move "N" to reqbud-at-end.
            start requisition-line-file
               key is not less than req-line-key
               invalid key
               move "Y" to reqbud-at-end.
            perform reqbud-add-one-requisition-line
               until reqbud-at-end = "Y".

       reqbud-add-one-requisition-line.
            read requisition-line-file next record
               at end move "Y" to reqbud-at-end.
            if reqbud-at-end not = "Y"
                if req-line-requisition not = reqbud-requisition and
                      req-line-po-number = zeroes
                    if req-line-requisition not = reqbud-last-header
                        perform reqbud-read-the-header
                    end-if
                    if reqbud-header-counts = "Y"
                        move req-line-gl-code to reqbud-look-gl
                        perform reqbud-find-the-code
                        if reqbud-gl-found not = zero
                            add req-line-amount
                               to reqbud-committed (reqbud-gl-found).

       reqbud-read-the-header.
            move req-line-requisition to reqbud-last-header.
            move req-line-requisition to requisition-number.
            move "Y" to reqbud-header-counts.
            read requisition-file record
               invalid key
               move "N" to reqbud-header-counts.
            if reqbud-header-counts = "Y"
                if not requisition-may-convert or
                      requisition-date (1 : 6) not = reqbud-period
                    move "N" to reqbud-header-counts.

       reqbud-judge-one-code.
            move reqbud-asked (reqbud-gl-index) to reqbud-asked-field.
            if reqbud-budgeted (reqbud-gl-index) not = "Y"
                display "GL " reqbud-gl-code (reqbud-gl-index)
                   " ASKED " reqbud-asked-field
                   "  NOT BUDGETED"
            else
                compute reqbud-available =
                   reqbud-budget (reqbud-gl-index) -
                   reqbud-committed (reqbud-gl-index)
                move reqbud-budget (reqbud-gl-index)
                   to reqbud-amount-field
                move reqbud-available to reqbud-available-field
                display "GL " reqbud-gl-code (reqbud-gl-index)
                   " ASKED " reqbud-asked-field
                   " BUDGET " reqbud-amount-field
                   " LEFT " reqbud-available-field
                if reqbud-asked (reqbud-gl-index) > reqbud-available
                    move "Y" to reqbud-over-budget
                    display "   *** NOT ENOUGH BUDGET LEFT".
