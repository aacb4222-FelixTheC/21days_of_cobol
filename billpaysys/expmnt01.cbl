                           EXPENSE-TOTAL-AMOUNT
                           EXPENSE-APPROVED-DATE
                           EXPENSE-PAID-DATE
                           EXPENSE-CHECK-NO
                           EXPENSE-ADVANCE-NUMBER
                           EXPENSE-ADVANCE-APPLIED.
            MOVE SPACES TO EXPENSE-PURPOSE
                           EXPENSE-APPROVED-BY
                           EXPENSE-BANK-ACCOUNT.
                DISPLAY "PAID ON " EXPENSE-PAID-DATE
                   " PAYMENT " EXPENSE-CHECK-NO
                   " ACCT " EXPENSE-BANK-ACCOUNT.
            IF EXPENSE-ADVANCE-NUMBER NOT = ZEROES
                MOVE EXPENSE-ADVANCE-APPLIED TO EXPENSE-AMOUNT-FIELD
                DISPLAY "TRAVEL ADVANCE " EXPENSE-ADVANCE-NUMBER
                   " COVERED " EXPENSE-AMOUNT-FIELD.
            PERFORM DISPLAY-THE-LINES.
            DISPLAY " ".

