                MOVE ZEROES TO CONTROL-LAST-CLOSE-VOUCHER
                MOVE ZEROES TO CONTROL-APPROVAL-THRESHOLD
                MOVE ZEROES TO CONTROL-OPEN-AP-TOTAL
                MOVE ZEROES TO CONTROL-1099-LOCKED-YEAR
                WRITE CONTROL-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING CONTROL RECORD"
