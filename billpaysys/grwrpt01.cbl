      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * File-growth and number-series headroom report over the
      * growth history (fdgrow01.cbl) that grwmon01.cbl writes every
      * night. For each file and each number series, the latest
      * measure is printed with its limit, the headroom left, the
      * average daily growth and the date that growth reaches the
      * limit. An item grwmon01.cbl flagged - projected to run out
      * inside its warning window, or already most of the way
      * there - is marked "**" and counted at the foot, the same
      * items the AP dashboard (apdash01.cbl) counts.
      * A file with no number behind its key has no limit; its
      * count and growth are printed for the trend alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grwrpt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slgrow01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdgrow01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(14) VALUE SPACE.
            05 FILLER                     PIC X(40)
               VALUE "FILE GROWTH AND NUMBER HEADROOM AS OF ".
            05 PRINT-TODAY                PIC Z9/99/9999.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "ITEM               COUNT       LIMIT    ".
            05 FILLER                     PIC X(40)
               VALUE "HEADROOM    PER DAY  LIMIT DATE".

       01   DETAIL-LINE.
            05 PRINT-ITEM                 PIC X(12).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-COUNT                PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LIMIT                PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-HEADROOM             PIC ZZZ,ZZZ,ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PER-DAY              PIC ZZZ,ZZ9.99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-LIMIT-DATE           PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-WARNING              PIC X(2).

       01   TOTAL-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-WARNED               PIC ZZZZ9.
            05 FILLER                     PIC X(40)
               VALUE " ITEM(S) NEARING THEIR LIMIT (**)".

       77   GROWTH-FILE-AT-END            PIC X.
       77   TODAY-DATE                    PIC 9(8).
       77   ITEMS-PRINTED                 PIC 9(5) VALUE ZERO.
       77   ITEMS-WARNED                  PIC 9(5) VALUE ZERO.
       77   PRINTED-KIND                  PIC X VALUE SPACE.
       77   HEADROOM                      PIC 9(9).

      * The newest record read so far of the item being passed -
      * the history is keyed item first, date last, so the record
      * held when the item changes is that item's latest measure.
       01   HELD-RECORD.
            05 HELD-KIND                  PIC X.
            05 HELD-ITEM                  PIC X(12).
            05 HELD-DATE                  PIC 9(8).
            05 HELD-DESCRIPTION           PIC X(30).
            05 HELD-COUNT                 PIC 9(9).
            05 HELD-LIMIT                 PIC 9(9).
            05 HELD-PER-DAY               PIC 9(7)V99.
            05 HELD-LIMIT-DATE            PIC 9(8).
            05 HELD-WARNING               PIC X.

            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM PRINT-THE-HEADINGS.
            PERFORM PRINT-THE-ITEMS.
            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT GROWTH-FILE.
            MOVE "GRWRPT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "FILE GROWTH AND HEADROOM" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE GROWTH-FILE.
            CLOSE PRINTER-FILE.

       PRINT-THE-HEADINGS.
            MOVE TODAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-TODAY.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * LATEST MEASURE OF EACH ITEM
      *--------------------------------
       PRINT-THE-ITEMS.
            MOVE SPACES TO HELD-RECORD.
            MOVE "N" TO GROWTH-FILE-AT-END.
            PERFORM READ-NEXT-GROWTH-RECORD.
            PERFORM PASS-ONE-GROWTH-RECORD
               UNTIL GROWTH-FILE-AT-END = "Y".
            IF HELD-ITEM NOT = SPACES
                PERFORM PRINT-THE-HELD-ITEM.
            IF ITEMS-PRINTED = ZERO
                PERFORM LINE-FEED
                MOVE "  NO GROWTH HISTORY ON FILE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PASS-ONE-GROWTH-RECORD.
            IF HELD-ITEM NOT = SPACES
                IF GROWTH-KIND NOT = HELD-KIND OR
                      GROWTH-ITEM NOT = HELD-ITEM
                    PERFORM PRINT-THE-HELD-ITEM.
            MOVE GROWTH-RECORD TO HELD-RECORD.
            PERFORM READ-NEXT-GROWTH-RECORD.

       READ-NEXT-GROWTH-RECORD.
            READ GROWTH-FILE NEXT RECORD
               AT END MOVE "Y" TO GROWTH-FILE-AT-END.

       PRINT-THE-HELD-ITEM.
            IF HELD-KIND NOT = PRINTED-KIND
                PERFORM PRINT-THE-SECTION-HEADING.
            ADD 1 TO ITEMS-PRINTED.
            MOVE SPACE TO DETAIL-LINE.
            MOVE HELD-ITEM TO PRINT-ITEM.
            MOVE HELD-COUNT TO PRINT-COUNT.
            MOVE HELD-PER-DAY TO PRINT-PER-DAY.
            IF HELD-LIMIT NOT = ZERO
                PERFORM SHOW-THE-HEADROOM.
            IF HELD-LIMIT-DATE NOT = ZEROES
                MOVE HELD-LIMIT-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO PRINT-LIMIT-DATE.
            IF HELD-WARNING = "W"
                MOVE "**" TO PRINT-WARNING
                ADD 1 TO ITEMS-WARNED.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       SHOW-THE-HEADROOM.
            MOVE HELD-LIMIT TO PRINT-LIMIT.
            IF HELD-COUNT < HELD-LIMIT
                COMPUTE HEADROOM = HELD-LIMIT - HELD-COUNT
            ELSE
                MOVE ZERO TO HEADROOM.
            MOVE HEADROOM TO PRINT-HEADROOM.

       PRINT-THE-SECTION-HEADING.
            MOVE HELD-KIND TO PRINTED-KIND.
            PERFORM LINE-FEED.
            IF HELD-KIND = "F"
                MOVE "FILES - RECORD COUNTS" TO PRINTER-RECORD
            ELSE
                MOVE "NUMBER SERIES - LAST NUMBER ISSUED"
                   TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE ITEMS-WARNED TO PRINT-WARNED.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * PRINTING
      *--------------------------------
       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "dtfmt01.cbl".
            COPY "plspool01.cbl".
