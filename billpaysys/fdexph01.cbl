            05 expense-check-no            pic 9(6).
            05 expense-bank-account        pic x(4).
            05 expense-company             pic 9.
      * Travel advance (fdadv01.cbl) this report was netted against
      * when expapp01 approved it, and how much of the report the
      * advance covered - the payment runs pay only the total less
      * EXPENSE-ADVANCE-APPLIED. Zero when there was no advance. A
      * report the advance covers in full is stamped paid at
      * approval with a zero payment number - nothing goes out.
            05 expense-advance-number      pic 9(5).
            05 expense-advance-applied     pic S9(6)V99.
