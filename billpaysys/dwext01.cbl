            COPY "slvouch.cbl".
            COPY "slcontrol.cbl".
            COPY "slbank01.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL DW-CONTROL-FILE
               ASSIGN TO "DWRUNCTL"
            COPY "fdvouch.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdbank01.cbl".
            COPY "fdxmit01.cbl".

       FD   DW-CONTROL-FILE
            LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".
            COPY "wsmask01.cbl".

       01   VND-DELTA-LINE.
            05 VND-DELTA-ACTION           PIC X(2).
       77   VOUCHER-DELTA-COUNT           PIC 9(6) VALUE ZERO.
       77   CONTROL-DELTA-COUNT           PIC 9(6) VALUE ZERO.
       77   BANK-DELTA-COUNT              PIC 9(6) VALUE ZERO.
       77   VOUCHER-DELTA-HASH            PIC S9(11)V99 VALUE ZERO.
       77   CONTROL-DELTA-HASH            PIC S9(11)V99 VALUE ZERO.
       77   BANK-DELTA-HASH               PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            DISPLAY "VOUCHER DELTAS: " VOUCHER-DELTA-COUNT.
            DISPLAY "CONTROL DELTAS: " CONTROL-DELTA-COUNT.
            DISPLAY "BANK DELTAS:    " BANK-DELTA-COUNT.
            PERFORM REGISTER-THE-EXTRACTS.

       PROGRAM-DONE.
            GOBACK.
            MOVE VENDOR-NAME TO VND-DELTA-NAME.
            MOVE VENDOR-STATUS TO VND-DELTA-STATUS.
            MOVE VENDOR-COMPANY TO VND-DELTA-COMPANY.
      * The extract runs unattended - no one signs on to it - so
      * the warehouse gets the tax id masked to its last four.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO VND-DELTA-TAX-ID.
            MOVE VENDOR-1099-FLAG TO VND-DELTA-1099.
            MOVE VENDOR-PAYMENT-METHOD TO VND-DELTA-PAY-METHOD.
            MOVE VENDOR-PRENOTE-STATUS TO VND-DELTA-PRENOTE.
            MOVE VCH-DELTA-LINE TO DW-VOUCHER-OUT.
            WRITE DW-VOUCHER-OUT.
            ADD 1 TO VOUCHER-DELTA-COUNT.
            ADD VOUCHER-AMOUNT TO VOUCHER-DELTA-HASH.

       EMIT-THE-CONTROL-DELTA.
            MOVE DECODE-IMAGE TO CONTROL-RECORD.
            MOVE CTL-DELTA-LINE TO DW-CONTROL-OUT.
            WRITE DW-CONTROL-OUT.
            ADD 1 TO CONTROL-DELTA-COUNT.
            ADD CONTROL-OPEN-AP-TOTAL TO CONTROL-DELTA-HASH.

       EMIT-THE-BANK-DELTA.
            MOVE DECODE-IMAGE TO BANK-ACCOUNT-RECORD.
            MOVE BNK-DELTA-LINE TO DW-BANK-OUT.
            WRITE DW-BANK-OUT.
            ADD 1 TO BANK-DELTA-COUNT.
            ADD BANK-ACCOUNT-BALANCE TO BANK-DELTA-HASH.

       REWRITE-THE-RUN-CONTROL.
            OPEN OUTPUT DW-CONTROL-FILE.
            MOVE HIGH-WATER-TIME TO DW-LAST-TIME.
            WRITE DW-CONTROL-RECORD.
            CLOSE DW-CONTROL-FILE.

      * All four go on the transmission log every night, empty or
      * not - the warehouse loads each of them each night. Each
      * count takes in its header row; the hash is the money
      * column of the rows, and the vendor file has none.
       REGISTER-THE-EXTRACTS.
            MOVE "DWEXT01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE "DWVND" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = VENDOR-DELTA-COUNT + 1.
            MOVE ZERO TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "DWVCH" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = VOUCHER-DELTA-COUNT + 1.
            MOVE VOUCHER-DELTA-HASH TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "DWCTL" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = CONTROL-DELTA-COUNT + 1.
            MOVE CONTROL-DELTA-HASH TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.
            MOVE "DWBNK" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = BANK-DELTA-COUNT + 1.
            MOVE BANK-DELTA-HASH TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

            COPY "plmask01.cbl".
            COPY "plxmit01.cbl".
