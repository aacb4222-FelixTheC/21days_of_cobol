      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * One-time conversion of the withholding ledger from the old
      * layout, with the regime trailing the record (OLD-WITHHOLDING-
      * FILE, assigned to "oldbwh" - rename the old bwh file to
      * "oldbwh" before running this), into the fdbwh01.cbl layout
      * with the regime in the key. A record from before the regime
      * code existed carries a space there and converts as backup
      * withholding, which is all the ledger held then. BWH-STATE
      * did not exist on the old layout and is padded blank.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bwhcnv01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slobwh01.cbl".
            COPY "slbwh01.cbl".

       DATA DIVISION.
       FILE SECTION.

            COPY "fdobwh01.cbl".
            COPY "fdbwh01.cbl".

       WORKING-STORAGE SECTION.

       77   OLD-WITHHOLDING-AT-END         PIC X.
       77   CONVERSION-COUNT               PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

            PERFORM OPENING-PROCEDURE.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            DISPLAY "WITHHOLDING RECORDS CONVERTED: "
               CONVERSION-COUNT.
            STOP RUN.

       OPENING-PROCEDURE.
            OPEN OUTPUT BACKUP-WITHHOLDING-FILE.
            OPEN INPUT OLD-WITHHOLDING-FILE.

       CLOSING-PROCEDURE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE OLD-WITHHOLDING-FILE.

       MAIN-PROCESS.
            PERFORM READ-NEXT-OLD-WITHHOLDING.
            PERFORM PROCESS-ONE-RECORD
               UNTIL OLD-WITHHOLDING-AT-END = "Y".

       READ-NEXT-OLD-WITHHOLDING.
            MOVE "N" TO OLD-WITHHOLDING-AT-END.
            READ OLD-WITHHOLDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-WITHHOLDING-AT-END.

       PROCESS-ONE-RECORD.
            PERFORM CONVERT-OLD-TO-NEW-RECORD.
            PERFORM WRITE-WITHHOLDING-RECORD.
            PERFORM READ-NEXT-OLD-WITHHOLDING.

       CONVERT-OLD-TO-NEW-RECORD.
            INITIALIZE BACKUP-WITHHOLDING-RECORD.
            MOVE OLD-BWH-VENDOR           TO BWH-VENDOR.
            MOVE OLD-BWH-DATE             TO BWH-DATE.
            MOVE OLD-BWH-CHECK-NO         TO BWH-CHECK-NO.
            MOVE OLD-BWH-REGIME           TO BWH-REGIME.
            IF BWH-REGIME = SPACE
                MOVE "B"                  TO BWH-REGIME.
            MOVE OLD-BWH-GROSS-AMOUNT     TO BWH-GROSS-AMOUNT.
            MOVE OLD-BWH-WITHHELD-AMOUNT  TO BWH-WITHHELD-AMOUNT.
            MOVE OLD-BWH-BANK-ACCOUNT     TO BWH-BANK-ACCOUNT.
            MOVE OLD-BWH-PAYMENT-TYPE     TO BWH-PAYMENT-TYPE.
            MOVE OLD-BWH-REMITTED-DATE    TO BWH-REMITTED-DATE.
            MOVE SPACES                   TO BWH-STATE.

       WRITE-WITHHOLDING-RECORD.
            WRITE BACKUP-WITHHOLDING-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING WITHHOLDING RECORD - "
                           BWH-VENDOR " " BWH-DATE " " BWH-CHECK-NO
               NOT INVALID KEY
                   ADD 1 TO CONVERSION-COUNT.
