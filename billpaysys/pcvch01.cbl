            ELSE
                MOVE WANTED-STATEMENT-DATE TO VOUCHER-DUE.
            MOVE PCGL-CODE (1) TO VOUCHER-GL-CODE.
      * What the cardholders bought is reported by the card issuer
      * (1099-K), never on our 1099s, whatever the GL accounts say.
            MOVE "X" TO VOUCHER-1099-BOX.

      * Over the control-file threshold the bank voucher waits in
      * the vchapp01 queue like any keyed voucher would.
            MOVE PCGL-AMOUNT (GL-INDEX) TO DIST-AMOUNT.
            MOVE ZERO TO DIST-COMPANY.
            MOVE SPACES TO DIST-JOB-NUMBER.
            MOVE "X" TO DIST-1099-BOX.
            WRITE DISTRIBUTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DISTRIBUTION LINE".
