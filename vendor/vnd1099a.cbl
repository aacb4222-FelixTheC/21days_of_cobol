      * corporate office) and corrections to the computed totals,
      * one record per vendor per tax year (fd1099aj.cbl). The
      * electronic 1099 build (vnd1099e.cbl) folds these into the
      * totals before the IRS file is cut, in the 1099 box the
      * adjustment names. The vendor must be on file and 1099
      * eligible, and the tax year must still be open - once the
      * year end (fisyre01.cbl) has locked a filed year on the
      * vendor's company control record, its adjustments can be
      * looked at but no longer added, changed or deleted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnd1099a.

            COPY "slvnd02.cbl".
            COPY "sl1099aj.cbl".
            COPY "slcontrol.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fd1099aj.cbl".
            COPY "fdcontrol.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
       77   OK-TO-DELETE                       PIC X.
       77   ADJUSTMENT-RECORD-FOUND            PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   CONTROL-RECORD-FOUND               PIC X.

       77   ADJUSTMENT-AMOUNT-FIELD            PIC ZZZZZZ9.99-.
       77   ERROR-MESSAGE                      PIC X(79) VALUE SPACE.
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            COPY "wsnumval01.cbl".
            COPY "wsctllck.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPENING-PROCEDURE.
            OPEN I-O ADJUSTMENT-1099-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT CONTROL-FILE.

       CLOSING-PROCEDURE.
            CLOSE ADJUSTMENT-1099-FILE.
            CLOSE VENDOR-FILE.
            CLOSE CONTROL-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
       ADD-RECORDS.
            PERFORM ENTER-ADJUSTMENT-AMOUNT.
            PERFORM ENTER-ADJUSTMENT-REASON.
            PERFORM ENTER-ADJUSTMENT-1099-BOX.
            PERFORM WRITE-ADJUSTMENT-RECORD.
            PERFORM GET-NEW-ADJUSTMENT-KEY.


       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 3.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-3) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
                PERFORM ENTER-ADJUSTMENT-AMOUNT.
            IF WHICH-FIELD = 2
                PERFORM ENTER-ADJUSTMENT-REASON.
            IF WHICH-FIELD = 3
                PERFORM ENTER-ADJUSTMENT-1099-BOX.
            PERFORM REWRITE-ADJUSTMENT-RECORD.

      *--------------------------------
                           ADJUSTMENT-YEAR.
            MOVE ZERO TO ADJUSTMENT-AMOUNT.
            MOVE SPACES TO ADJUSTMENT-REASON.
            MOVE "N" TO ADJUSTMENT-1099-BOX.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER TO " THE-MODE.
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
                       TO NUMERIC-ENTRY-PROMPT
                    PERFORM GET-NUMERIC-ENTRY
                    MOVE NUMERIC-ENTRY-FIELD TO ADJUSTMENT-YEAR
                    PERFORM READ-ADJUSTMENT-RECORD
                    IF THE-MODE NOT = "DISPLAY"
                        PERFORM CHECK-TAX-YEAR-LOCK.

      * VENDOR-COMPANY is still the vendor just read.
       CHECK-TAX-YEAR-LOCK.
            MOVE VENDOR-COMPANY TO CONTROL-KEY.
            MOVE "Y" TO CONTROL-RECORD-FOUND.
            READ CONTROL-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTROL-RECORD-FOUND.
            IF CONTROL-RECORD-FOUND = "Y"
                IF ADJUSTMENT-YEAR NOT > CONTROL-1099-LOCKED-YEAR
                    DISPLAY "TAX YEAR " ADJUSTMENT-YEAR
                       " IS FILED AND LOCKED - NO MORE ADJUSTMENTS"
                    PERFORM ACCEPT-ADJUSTMENT-KEY.

       CHECK-ADJUSTMENT-VENDOR.
            MOVE ADJUSTMENT-VENDOR TO VENDOR-NUMBER.
            DISPLAY "A REASON MUST BE ENTERED".
            PERFORM ACCEPT-ADJUSTMENT-REASON.

      * The same box codes the GL accounts carry (fdglacct.cbl).
       ENTER-ADJUSTMENT-1099-BOX.
            DISPLAY "ENTER 1099 BOX - N)EC SERVICES, R)ENTS,".
            DISPLAY "M)EDICAL, OR A)TTORNEY".
            ACCEPT ADJUSTMENT-1099-BOX.
            INSPECT ADJUSTMENT-1099-BOX
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF ADJUSTMENT-1099-BOX NOT = "N" AND
                  ADJUSTMENT-1099-BOX NOT = "R" AND
                  ADJUSTMENT-1099-BOX NOT = "M" AND
                  ADJUSTMENT-1099-BOX NOT = "A"
                DISPLAY "YOU MUST ENTER N, R, M, OR A"
                PERFORM ENTER-ADJUSTMENT-1099-BOX.

       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "VENDOR: " ADJUSTMENT-VENDOR
            MOVE ADJUSTMENT-AMOUNT TO ADJUSTMENT-AMOUNT-FIELD.
            DISPLAY "1. AMOUNT: " ADJUSTMENT-AMOUNT-FIELD.
            DISPLAY "2. REASON: " ADJUSTMENT-REASON.
            DISPLAY "3. 1099 BOX (N/R/M/A): " ADJUSTMENT-1099-BOX.
            DISPLAY " ".

      *--------------------------------
