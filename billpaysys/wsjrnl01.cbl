
       77   journal-saved-vendor              pic x(600).
       77   journal-saved-voucher             pic x(600).
       77   journal-saved-control             pic x(110).
       77   journal-saved-bank                pic x(100).
