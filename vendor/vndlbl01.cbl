      * 1099-season envelope run and the contract-renewal label runs
      * that used to be typed by hand from vndrpt01 output. The name
      * and address are assembled from the vendor master address
      * fields by the shared formatter (pladdr01.cbl), with a blank
      * VENDOR-ADDRESS-2 line closed up so the city line does not
      * float mid-label. A foreign address prints in its own
      * country's format with the country name last, so each label
      * is six lines deep.
      *
      * Selection: every vendor, 1099-eligible vendors only, by
      * VENDOR-STATUS, by US state, or a keyed list of vendor
      * numbers.
      * The file-scan selections print in alphabetical order via the
      * VENDOR-NAME alternate key (the vnbynm02 browse idiom); a
      * keyed list prints in the order the numbers are entered.

            COPY "slvnd02.cbl".
            COPY "slsplcat.cbl".
            COPY "slcntry.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdsplcat.cbl".
            COPY "fdcntry.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       77   LABEL-COUNT                   PIC 9(5).

       01   LABEL-BLOCK.
            05 LABEL-LINE OCCURS 6 TIMES.
               10 LABEL-SLOT OCCURS 3 TIMES
                                          PIC X(35).

       01   ONE-LABEL-TEXT.
            05 ONE-LABEL-LINE OCCURS 6 TIMES
                                          PIC X(35).

            COPY "wsspool01.cbl".
            COPY "wscase01.cbl".
            COPY "wsaddr01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT COUNTRY-FILE.
            MOVE "VNDLBL01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VENDOR MAILING LABELS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            IF LABEL-SLOT-NUMBER NOT = ZERO
                PERFORM FLUSH-THE-LABEL-BLOCK.
            CLOSE VENDOR-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
            DISPLAY "1.    ALL VENDORS".
            DISPLAY "2.    1099-ELIGIBLE VENDORS ONLY".
            DISPLAY "3.    BY VENDOR STATUS".
            DISPLAY "4.    BY STATE (US ADDRESSES)".
            DISPLAY "5.    KEYED LIST OF VENDOR NUMBERS".
            DISPLAY " ".
            DISPLAY "0.    EXIT".
                MOVE "N" TO VENDOR-IS-SELECTED.
            IF MENU-PICK = 4 AND VENDOR-STATE NOT = SELECT-STATE
                MOVE "N" TO VENDOR-IS-SELECTED.
            IF MENU-PICK = 4 AND NOT VENDOR-ADDRESS-IS-DOMESTIC
                MOVE "N" TO VENDOR-IS-SELECTED.

       READ-NEXT-RECORD-BY-NAME.
            READ VENDOR-FILE NEXT RECORD
      *--------------------------------
      * BUILD AND PRINT THE LABELS
      *--------------------------------
      * A blank VENDOR-ADDRESS-2 closes up - the formatter leaves
      * it out and the lines below move up, the unused ones blank.
       ADD-VENDOR-TO-BLOCK.
            MOVE SPACES TO ONE-LABEL-TEXT.
            MOVE VENDOR-NAME TO ONE-LABEL-LINE (1).
            PERFORM LOAD-VENDOR-MAILING-ADDRESS.
            PERFORM FORMAT-THE-MAILING-ADDRESS.
            PERFORM MOVE-ADDRESS-TO-LABEL
               VARYING MAIL-LINE-SCAN FROM 1 BY 1
               UNTIL MAIL-LINE-SCAN > MAIL-LINE-COUNT.
            ADD 1 TO LABEL-SLOT-NUMBER.
            PERFORM MOVE-LABEL-TO-SLOT
               VARYING LABEL-LINE-NUMBER FROM 1 BY 1
               UNTIL LABEL-LINE-NUMBER > 6.
            ADD 1 TO LABEL-COUNT.
            IF LABEL-SLOT-NUMBER = 3
                PERFORM FLUSH-THE-LABEL-BLOCK.

       MOVE-ADDRESS-TO-LABEL.
            MOVE MAIL-LINE (MAIL-LINE-SCAN)
               TO ONE-LABEL-LINE (MAIL-LINE-SCAN + 1).

       MOVE-LABEL-TO-SLOT.
            MOVE ONE-LABEL-LINE (LABEL-LINE-NUMBER)
               TO LABEL-SLOT (LABEL-LINE-NUMBER, LABEL-SLOT-NUMBER).
       FLUSH-THE-LABEL-BLOCK.
            PERFORM WRITE-ONE-LABEL-LINE
               VARYING LABEL-LINE-NUMBER FROM 1 BY 1
               UNTIL LABEL-LINE-NUMBER > 6.
            MOVE SPACES TO PRINTER-RECORD.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.
            MOVE SPACES TO LABEL-BLOCK.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

            COPY "plspool01.cbl".
            COPY "pladdr01.cbl".
