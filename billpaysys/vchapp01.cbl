                    MOVE VOUCHER-RECORD
                       TO SYSTEM-AUDIT-SAVED-IMAGE
                    MOVE "A" TO VOUCHER-APPROVAL-STATUS
                    ACCEPT VOUCHER-APPROVED-DATE FROM DATE YYYYMMDD
                    PERFORM REWRITE-VOUCHER-RECORD
                    PERFORM WRITE-APPROVAL-AUDIT-RECORD
                    ADD 1 TO APPROVED-COUNT
