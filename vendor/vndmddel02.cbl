       DELETE-RECORDS.
               PERFORM DISPLAY-ALL-FIELDS.
               PERFORM CHECK-VENDOR-OPEN-VOUCHERS.
               MOVE VENDOR-NUMBER TO FAMILY-HEAD.
               PERFORM COLLECT-THE-FAMILY-MEMBERS.
               IF VENDOR-HAS-OPEN-VOUCHERS-YES
                   DISPLAY "THIS VENDOR HAS OPEN (UNPAID) VOUCHERS"
                   DISPLAY "ON FILE - IT CANNOT BE DELETED UNTIL"
                   DISPLAY "THOSE VOUCHERS ARE PAID OR REMOVED"
               ELSE IF FAMILY-MEMBER-COUNT > 1
                   DISPLAY "THIS VENDOR HEADS A CORPORATE FAMILY -"
                   DISPLAY "IT CANNOT BE DELETED UNTIL ITS MEMBERS"
                   DISPLAY "ARE MOVED OR REMOVED (VNDFAM01)"
               ELSE
                   MOVE "X" TO OK-TO-DELETE

