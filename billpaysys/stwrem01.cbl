      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * State withholding remittance report - for each state on the
      * fdstwh01.cbl table, lists the nonresident withholding the
      * payment runs took (the regime "S" records on fdbwh01.cbl)
      * that has not been remitted yet, paid on or before the
      * operator's through date, with the state's total and the
      * agency the deposit goes to. Once the deposits are made the
      * operator can have the listed records stamped remitted, so
      * the next run starts from what is still owed. Records that
      * withheld nothing (payments under the state's threshold)
      * are never listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. stwrem01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slbwh01.cbl".
            COPY "slstwh01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdbwh01.cbl".
            COPY "fdstwh01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wscase01.cbl".

       01   DETAIL-LINE.
            05 PRINT-VENDOR-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-NAME          PIC X(25).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DATE                 PIC X(10).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-CHECK-NO             PIC ZZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-GROSS                PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-WITHHELD             PIC ZZ,ZZ9.99-.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(5)  VALUE "VNDR".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(25) VALUE "NAME".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "PAID".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "CHECK".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE
                             "      GROSS".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE
                             "  WITHHELD".

       77   STWH-FILE-AT-END              PIC X.
       77   STWH-RECORD-FOUND             PIC X.
       77   BWH-FILE-AT-END               PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   STATE-HEADING-PRINTED         PIC X.
       77   OK-TO-MARK                    PIC X.

       77   THROUGH-DATE                  PIC 9(8).
       77   REMITTED-ON-DATE              PIC 9(8).
       77   STATE-WITHHELD                PIC S9(9)V99 VALUE ZERO.
       77   STATE-GROSS                   PIC S9(9)V99 VALUE ZERO.
       77   GRAND-WITHHELD                PIC S9(9)V99 VALUE ZERO.
       77   LISTED-COUNT                  PIC 9(5) VALUE ZERO.
       77   MARKED-COUNT                  PIC 9(5) VALUE ZERO.
       77   TOTAL-AMOUNT-FIELD            PIC ZZZ,ZZ9.99-.
       77   RATE-FIELD                    PIC Z9.999.

            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-THROUGH-DATE.

            MOVE "STATE WITHHOLDING REMITTANCE REPORT"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            MOVE THROUGH-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            STRING "UNREMITTED WITHHOLDING PAID THROUGH "
               FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE "N" TO STWH-FILE-AT-END.
            PERFORM READ-NEXT-STWH-RECORD.
            PERFORM REPORT-ONE-STATE
               UNTIL STWH-FILE-AT-END = "Y".

            PERFORM PRINT-GRAND-TOTAL.
            IF LISTED-COUNT NOT = ZERO
                PERFORM ASK-TO-MARK-REMITTED
                IF OK-TO-MARK = "Y"
                    PERFORM MARK-THE-LISTED-RECORDS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O BACKUP-WITHHOLDING-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT STATE-WITHHOLDING-FILE.
            MOVE "STWREM01" TO SPOOL-NAME-REPORT-ID.
            MOVE "STATE WITHHOLDING REMITTANCE" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE BACKUP-WITHHOLDING-FILE.
            CLOSE VENDOR-FILE.
            CLOSE STATE-WITHHOLDING-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-THROUGH-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "REMIT WITHHOLDING PAID THROUGH(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A THROUGH DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO THROUGH-DATE.

      *--------------------------------
      * ONE STATE'S OPEN WITHHOLDING
      *--------------------------------
       REPORT-ONE-STATE.
            MOVE ZERO TO STATE-WITHHELD.
            MOVE ZERO TO STATE-GROSS.
            MOVE "N" TO STATE-HEADING-PRINTED.
            PERFORM START-THE-LEDGER.
            PERFORM LIST-ONE-LEDGER-RECORD
               UNTIL BWH-FILE-AT-END = "Y".
            IF STATE-HEADING-PRINTED = "Y"
                PERFORM PRINT-STATE-TOTAL.
            PERFORM READ-NEXT-STWH-RECORD.

       LIST-ONE-LEDGER-RECORD.
            PERFORM READ-NEXT-BWH-RECORD.
            IF BWH-FILE-AT-END NOT = "Y" AND
                  BWH-REGIME-STATE AND
                  BWH-STATE = STWH-STATE AND
                  BWH-REMITTED-DATE = ZEROES AND
                  BWH-WITHHELD-AMOUNT NOT = ZERO AND
                  BWH-DATE NOT > THROUGH-DATE
                PERFORM PRINT-LEDGER-LINE.

       PRINT-LEDGER-LINE.
            IF STATE-HEADING-PRINTED = "N"
                PERFORM PRINT-STATE-HEADING.
            MOVE BWH-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND
               MOVE "**NOT FOUND**" TO VENDOR-NAME.
            MOVE SPACE TO DETAIL-LINE.
            MOVE BWH-VENDOR TO PRINT-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
            MOVE BWH-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE.
            MOVE BWH-CHECK-NO TO PRINT-CHECK-NO.
            MOVE BWH-GROSS-AMOUNT TO PRINT-GROSS.
            MOVE BWH-WITHHELD-AMOUNT TO PRINT-WITHHELD.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD BWH-GROSS-AMOUNT TO STATE-GROSS.
            ADD BWH-WITHHELD-AMOUNT TO STATE-WITHHELD.
            ADD BWH-WITHHELD-AMOUNT TO GRAND-WITHHELD.
            ADD 1 TO LISTED-COUNT.

       PRINT-STATE-HEADING.
            MOVE "Y" TO STATE-HEADING-PRINTED.
            PERFORM LINE-FEED.
            MOVE STWH-RATE TO RATE-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "STATE " STWH-STATE "  " STWH-AGENCY-NAME
               "  RATE " RATE-FIELD " PCT"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-STATE-TOTAL.
            MOVE SPACE TO DETAIL-LINE.
            MOVE "TOTAL TO REMIT" TO PRINT-VENDOR-NAME.
            MOVE STATE-GROSS TO PRINT-GROSS.
            MOVE STATE-WITHHELD TO PRINT-WITHHELD.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-GRAND-TOTAL.
            PERFORM LINE-FEED.
            MOVE GRAND-WITHHELD TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "TOTAL STATE WITHHOLDING TO REMIT: "
               TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            DISPLAY "WITHHOLDING RECORDS LISTED: " LISTED-COUNT.
            DISPLAY "TOTAL TO REMIT: " TOTAL-AMOUNT-FIELD.

      *--------------------------------
      * STAMPING THE DEPOSIT
      *--------------------------------
       ASK-TO-MARK-REMITTED.
            MOVE "X" TO OK-TO-MARK.
            PERFORM ACCEPT-OK-TO-MARK
               UNTIL OK-TO-MARK = "Y" OR "N".

       ACCEPT-OK-TO-MARK.
            DISPLAY "MARK THE LISTED WITHHOLDING REMITTED (Y/N)?".
            ACCEPT OK-TO-MARK.
            INSPECT OK-TO-MARK
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-MARK NOT = "Y" AND
                  OK-TO-MARK NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      * The same test the listing used, so exactly what was printed
      * is stamped - a state taken off the table since is left open.
       MARK-THE-LISTED-RECORDS.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER DATE REMITTED(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "THE REMITTED DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO REMITTED-ON-DATE.
            PERFORM START-THE-LEDGER.
            PERFORM MARK-ONE-LEDGER-RECORD
               UNTIL BWH-FILE-AT-END = "Y".
            DISPLAY "WITHHOLDING RECORDS MARKED REMITTED: "
               MARKED-COUNT.

       MARK-ONE-LEDGER-RECORD.
            PERFORM READ-NEXT-BWH-RECORD.
            IF BWH-FILE-AT-END NOT = "Y" AND
                  BWH-REGIME-STATE AND
                  BWH-REMITTED-DATE = ZEROES AND
                  BWH-WITHHELD-AMOUNT NOT = ZERO AND
                  BWH-DATE NOT > THROUGH-DATE
                PERFORM MARK-IF-STATE-ON-TABLE.

       MARK-IF-STATE-ON-TABLE.
            MOVE BWH-STATE TO STWH-STATE.
            MOVE "Y" TO STWH-RECORD-FOUND.
            READ STATE-WITHHOLDING-FILE RECORD
               INVALID KEY
               MOVE "N" TO STWH-RECORD-FOUND.
            IF STWH-RECORD-FOUND = "Y"
                MOVE REMITTED-ON-DATE TO BWH-REMITTED-DATE
                REWRITE BACKUP-WITHHOLDING-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING WITHHOLDING RECORD "
                      BWH-KEY
                   NOT INVALID KEY
                   ADD 1 TO MARKED-COUNT.

      *--------------------------------
      * FILE I-O
      *--------------------------------
       START-THE-LEDGER.
            MOVE "N" TO BWH-FILE-AT-END.
            MOVE LOW-VALUES TO BWH-KEY.
            START BACKUP-WITHHOLDING-FILE
               KEY IS NOT LESS THAN BWH-KEY
               INVALID KEY
               MOVE "Y" TO BWH-FILE-AT-END.

       READ-NEXT-BWH-RECORD.
            IF BWH-FILE-AT-END NOT = "Y"
                READ BACKUP-WITHHOLDING-FILE NEXT RECORD
                   AT END MOVE "Y" TO BWH-FILE-AT-END.

       READ-NEXT-STWH-RECORD.
            READ STATE-WITHHOLDING-FILE NEXT RECORD
               AT END MOVE "Y" TO STWH-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
