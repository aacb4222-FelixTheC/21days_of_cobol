      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Check clearing float - for the checks issued in an operator-
      * entered range of months (CCYYMM through CCYYMM), how many
      * days each took from its date on the check register
      * (fdchkreg.cbl) to clearing the bank, as chkrec01.cbl stamped
      * it on the vouchers the check paid (VOUCHER-CLEARED-DATE,
      * live and archived). Printed by bank account, by the check's
      * handling code (the voucher's, else the vendor's, else mail -
      * the way chkprt01.cbl groups the run) and by vendor, each
      * with the average and the spread:
      *
      *   0-3  4-7  8-14  15-30  OVER 30 DAYS
      *
      * and then the vendors who consistently sit on our checks:
      * three or more cleared in the range, and more than half of
      * them held past the slow-clear threshold (entered, fourteen
      * days when left zero). Checks from the range still
      * outstanding are counted at the end. Treasury uses the
      * measured float to judge how much cash really has to be in
      * the account on run day.
      *
      * Only paper checks to vendors are measured - EFT, wires and
      * card payments settle on their own schedule. Each check is
      * gathered once into an indexed work file keyed by account
      * and check number, with an alternate key on the vendor that
      * gives the vendor sections their order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chkflt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slchkreg.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slvnd02.cbl".
            COPY "slbank01.cbl".

            SELECT FLOAT-WORK-FILE
               ASSIGN TO "chkfloat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS FLOAT-KEY
               ALTERNATE RECORD KEY IS FLOAT-VENDOR
                  WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdchkreg.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdbank01.cbl".

       FD   FLOAT-WORK-FILE
            LABEL RECORDS ARE STANDARD.
       01   FLOAT-RECORD.
            05 FLOAT-KEY.
               10 FLOAT-BANK-ACCOUNT      PIC X(4).
               10 FLOAT-CHECK-NO          PIC 9(6).
            05 FLOAT-VENDOR               PIC 9(5).
            05 FLOAT-HANDLING-CODE        PIC X.
            05 FLOAT-CHECK-DATE           PIC 9(8).
            05 FLOAT-CLEARED-DATE         PIC 9(8).
            05 FLOAT-AMOUNT               PIC S9(8)V99.
            05 FLOAT-DAYS                 PIC 9(5).

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(25) VALUE SPACE.
            05 FILLER                     PIC X(28)
               VALUE "CHECK CLEARING FLOAT".

       01   RANGE-LINE.
            05 FILLER                     PIC X(15)
               VALUE "CHECKS ISSUED  ".
            05 RANGE-FROM                 PIC 9(6).
            05 FILLER                     PIC X(9)  VALUE " THROUGH ".
            05 RANGE-THROUGH              PIC 9(6).
            05 FILLER                     PIC X(19)
               VALUE "   SLOW-CLEAR OVER ".
            05 RANGE-THRESHOLD            PIC ZZ9.
            05 FILLER                     PIC X(5)  VALUE " DAYS".

       01   SECTION-LINE.
            05 FILLER                     PIC X(3)  VALUE "BY ".
            05 PRINT-SECTION-NAME         PIC X(30).

       01   COLUMN-LINE-1.
            05 FILLER                     PIC X(40)
               VALUE "                                   AVG ".
            05 FILLER                     PIC X(36)
               VALUE "   --------DAYS TO CLEAR---------".

       01   COLUMN-LINE-2.
            05 PRINT-COLUMN-LABEL         PIC X(23).
            05 FILLER                     PIC X(17)
               VALUE "CHKS    DOLLARS  ".
            05 FILLER                     PIC X(36)
               VALUE "DAYS   0-3   4-7  8-14 15-30  OV30".

       01   FLOAT-LINE.
            05 PRINT-GROUP-KEY            PIC X(6).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-GROUP-NAME           PIC X(16).
            05 PRINT-GROUP-COUNT          PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-GROUP-DOLLARS        PIC ZZ,ZZZ,ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-GROUP-AVERAGE        PIC ZZZ9.9.
            05 PRINT-GROUP-BUCKET         PIC ZZZZZ9
                                          OCCURS 5 TIMES.

       01   SLOW-TITLE-LINE.
            05 FILLER                     PIC X(40)
               VALUE "VENDORS WHO SIT ON OUR CHECKS - 3 OR MOR".
            05 FILLER                     PIC X(30)
               VALUE "E CLEARED, MOST PAST THE LIMIT".

       01   SLOW-COLUMN-LINE.
            05 FILLER                     PIC X(40)
               VALUE "VEND#  VENDOR NAME                 CHKS ".
            05 FILLER                     PIC X(36)
               VALUE "  SLOW  AVG DAYS  MAX DAYS   DOLLARS".

       01   SLOW-LINE.
            05 PRINT-SLOW-VENDOR          PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-SLOW-NAME            PIC X(26).
            05 PRINT-SLOW-COUNT           PIC ZZZZZ9.
            05 PRINT-SLOW-OVER            PIC ZZZZZ9.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-SLOW-AVERAGE         PIC ZZZZ9.9.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-SLOW-MAXIMUM         PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-SLOW-DOLLARS         PIC ZZ,ZZZ,ZZ9.

       01   TOTAL-LINE.
            05 PRINT-TOTAL-LABEL          PIC X(40).
            05 PRINT-TOTAL-COUNT          PIC ZZ,ZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-TOTAL-DOLLARS        PIC ZZZ,ZZZ,ZZ9.99-.

      * One group's running totals - an account, a handling code, a
      * vendor or the whole report. The handling table holds the
      * same 72 bytes per entry, so an entry is moved here, added
      * to, and moved back.
       01   GROUP-TOTALS.
            05 GROUP-COUNT                PIC 9(5).
            05 GROUP-DOLLARS              PIC S9(9)V99.
            05 GROUP-DAYS                 PIC 9(7).
            05 GROUP-BUCKET               PIC 9(5) OCCURS 5 TIMES.
            05 GROUP-MAXIMUM              PIC 9(5).
            05 GROUP-OVER                 PIC 9(5).
            05 FILLER                     PIC X(14).

       77   REPORT-GROUP-TOTALS           PIC X(72).
       77   ACCOUNT-GROUP-TOTALS          PIC X(72).

      * The four handling codes, in chkprt01.cbl's order.
       01   HANDLING-DATA.
            05 FILLER                     PIC X(16)
                             VALUE "MMAIL           ".
            05 FILLER                     PIC X(16)
                             VALUE "PPULL FOR PICKUP".
            05 FILLER                     PIC X(16)
                             VALUE "CCOURIER        ".
            05 FILLER                     PIC X(16)
                             VALUE "AATTACH BACKUP  ".
       01   HANDLING-TABLE REDEFINES HANDLING-DATA.
            05 HANDLING-ENTRY OCCURS 4 TIMES.
               10 HANDLING-CODE           PIC X.
               10 HANDLING-NAME           PIC X(15).
       01   HANDLING-TOTALS-TABLE.
            05 HANDLING-ENTRY-TOTALS      PIC X(72)
                                          OCCURS 4 TIMES.
       77   HANDLING-INDEX                PIC 9.
       77   HANDLING-SLOT                 PIC 9.

      * The upper end of each spread bucket; past the fourth is
      * OVER 30.
       01   BUCKET-LIMIT-DATA.
            05 FILLER                     PIC 9(3)  VALUE 3.
            05 FILLER                     PIC 9(3)  VALUE 7.
            05 FILLER                     PIC 9(3)  VALUE 14.
            05 FILLER                     PIC 9(3)  VALUE 30.
       01   BUCKET-LIMIT-TABLE REDEFINES BUCKET-LIMIT-DATA.
            05 BUCKET-LIMIT               PIC 9(3) OCCURS 4 TIMES.
       77   BUCKET-INDEX                  PIC 9.
       77   BUCKET-SLOT                   PIC 9.

       01   FROM-MONTH                    PIC 9(6).
       01   THROUGH-MONTH                 PIC 9(6).
       77   FROM-DATE                     PIC 9(8).
       77   THROUGH-DATE                  PIC 9(8).
       77   SLOW-THRESHOLD                PIC 9(3).

       77   FLOAT-FILE-AT-END             PIC X.
       77   FLOAT-RECORD-FOUND            PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   REGISTER-FILE-AT-END          PIC X.
       77   REGISTER-RECORD-FOUND         PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   BANK-RECORD-FOUND             PIC X.

      * The check a voucher says paid it, from whichever file.
       77   FOUND-BANK-ACCOUNT            PIC X(4).
       77   FOUND-CHECK-NO                PIC 9(6).
       77   FOUND-CLEARED-DATE            PIC 9(8).
       77   FOUND-HANDLING-CODE           PIC X.

       77   CURRENT-BANK-ACCOUNT          PIC X(4).
       77   CURRENT-VENDOR                PIC 9(5).
       77   LISTING-SLOW-VENDORS          PIC X.
       77   AVERAGE-DAYS                  PIC 9(4)V9.
       77   SLOW-VENDORS-LISTED           PIC 9(5) VALUE ZERO.
       77   OUTSTANDING-COUNT             PIC 9(5) VALUE ZERO.
       77   OUTSTANDING-DOLLARS           PIC S9(9)V99 VALUE ZERO.

            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.

            PERFORM GATHER-THE-VOUCHER-CHECKS.
            PERFORM GATHER-THE-ARCHIVED-CHECKS.
            PERFORM COUNT-THE-OUTSTANDING.

            PERFORM PRINT-THE-HEADINGS.
            MOVE ZEROES TO GROUP-TOTALS.
            MOVE GROUP-TOTALS TO REPORT-GROUP-TOTALS.
            PERFORM CLEAR-ONE-HANDLING
               VARYING HANDLING-INDEX FROM 1 BY 1
               UNTIL HANDLING-INDEX > 4.

            PERFORM PRINT-THE-ACCOUNT-SECTION.
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            IF GROUP-COUNT = ZERO
                PERFORM LINE-FEED
                MOVE "NO CLEARED CHECKS ISSUED IN THE RANGE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
                PERFORM PRINT-THE-HANDLING-SECTION
                MOVE "N" TO LISTING-SLOW-VENDORS
                PERFORM PRINT-THE-VENDOR-SECTION
                MOVE "Y" TO LISTING-SLOW-VENDORS
                PERFORM PRINT-THE-VENDOR-SECTION.
            PERFORM PRINT-THE-TOTALS.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

      * The work file starts empty on every run.
       OPENING-PROCEDURE.
            OPEN INPUT CHECK-REGISTER-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT BANK-ACCOUNT-FILE.
            OPEN OUTPUT FLOAT-WORK-FILE.
            CLOSE FLOAT-WORK-FILE.
            OPEN I-O FLOAT-WORK-FILE.
            MOVE "CHKFLT01" TO SPOOL-NAME-REPORT-ID.
            MOVE "CHECK CLEARING FLOAT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE VENDOR-FILE.
            CLOSE BANK-ACCOUNT-FILE.
            CLOSE FLOAT-WORK-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            MOVE "ENTER FIRST MONTH ISSUED (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO FROM-MONTH.
            PERFORM ACCEPT-THROUGH-MONTH.
            COMPUTE FROM-DATE = FROM-MONTH * 100 + 1.
            COMPUTE THROUGH-DATE = THROUGH-MONTH * 100 + 31.
            MOVE "ENTER SLOW-CLEAR THRESHOLD DAYS (0 = 14)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO SLOW-THRESHOLD.
            IF SLOW-THRESHOLD = ZERO
                MOVE 14 TO SLOW-THRESHOLD.

       ACCEPT-THROUGH-MONTH.
            MOVE "ENTER LAST MONTH ISSUED (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO THROUGH-MONTH.
            IF THROUGH-MONTH < FROM-MONTH
                DISPLAY "LAST MONTH IS BEFORE THE FIRST"
                PERFORM ACCEPT-THROUGH-MONTH.

      *--------------------------------
      * GATHERING THE CHECKS
      *--------------------------------
       GATHER-THE-VOUCHER-CHECKS.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            MOVE ZEROES TO VOUCHER-NUMBER.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM GATHER-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       GATHER-ONE-VOUCHER.
            MOVE VOUCHER-BANK-ACCOUNT TO FOUND-BANK-ACCOUNT.
            MOVE VOUCHER-CHECK-NO TO FOUND-CHECK-NO.
            MOVE VOUCHER-CLEARED-DATE TO FOUND-CLEARED-DATE.
            MOVE VOUCHER-HANDLING-CODE TO FOUND-HANDLING-CODE.
            IF FOUND-CLEARED-DATE NOT = ZEROES AND
                  FOUND-CHECK-NO NOT = ZEROES
                PERFORM GATHER-THE-CHECK.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       GATHER-THE-ARCHIVED-CHECKS.
            MOVE "N" TO HISTORY-FILE-AT-END.
            MOVE ZEROES TO HISTORY-VOUCHER-NUMBER.
            START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN HISTORY-VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
            IF HISTORY-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-HISTORY-RECORD.
            PERFORM GATHER-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       GATHER-ONE-ARCHIVED-VOUCHER.
            MOVE HISTORY-BANK-ACCOUNT TO FOUND-BANK-ACCOUNT.
            MOVE HISTORY-CHECK-NO TO FOUND-CHECK-NO.
            MOVE HISTORY-CLEARED-DATE TO FOUND-CLEARED-DATE.
            MOVE HISTORY-HANDLING-CODE TO FOUND-HANDLING-CODE.
            IF FOUND-CLEARED-DATE NOT = ZEROES AND
                  FOUND-CHECK-NO NOT = ZEROES
                PERFORM GATHER-THE-CHECK.
            PERFORM READ-NEXT-HISTORY-RECORD.

      * Several vouchers can share one check; the first to turn up
      * makes its work record, and a later one only fills in a
      * handling code the first did not carry.
       GATHER-THE-CHECK.
            MOVE FOUND-BANK-ACCOUNT TO FLOAT-BANK-ACCOUNT.
            MOVE FOUND-CHECK-NO TO FLOAT-CHECK-NO.
            MOVE "Y" TO FLOAT-RECORD-FOUND.
            READ FLOAT-WORK-FILE RECORD
               INVALID KEY
               MOVE "N" TO FLOAT-RECORD-FOUND.
            IF FLOAT-RECORD-FOUND = "Y"
                PERFORM FILL-IN-THE-HANDLING
            ELSE
                PERFORM READ-THE-REGISTER
                IF REGISTER-RECORD-FOUND = "Y"
                    PERFORM TEST-THE-REGISTER-CHECK.

       FILL-IN-THE-HANDLING.
            IF FLOAT-HANDLING-CODE = SPACE AND
                  FOUND-HANDLING-CODE NOT = SPACE
                MOVE FOUND-HANDLING-CODE TO FLOAT-HANDLING-CODE
                REWRITE FLOAT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING FLOAT WORK RECORD".

      * A check is anything not marked EFT, wire or card.
       TEST-THE-REGISTER-CHECK.
            IF NOT REGISTER-TYPE-EFT AND
                  NOT REGISTER-TYPE-WIRE AND
                  NOT REGISTER-TYPE-CARD AND
                  REGISTER-PAYEE-VENDOR AND
                  REGISTER-CHECK-DATE NOT < FROM-DATE AND
                  REGISTER-CHECK-DATE NOT > THROUGH-DATE
                PERFORM ADD-THE-FLOAT-RECORD.

       ADD-THE-FLOAT-RECORD.
            MOVE FOUND-BANK-ACCOUNT TO FLOAT-BANK-ACCOUNT.
            MOVE FOUND-CHECK-NO TO FLOAT-CHECK-NO.
            MOVE REGISTER-VENDOR TO FLOAT-VENDOR.
            MOVE FOUND-HANDLING-CODE TO FLOAT-HANDLING-CODE.
            MOVE REGISTER-CHECK-DATE TO FLOAT-CHECK-DATE.
            MOVE FOUND-CLEARED-DATE TO FLOAT-CLEARED-DATE.
            MOVE REGISTER-USD-AMOUNT TO FLOAT-AMOUNT.
            IF FLOAT-CLEARED-DATE < FLOAT-CHECK-DATE
                MOVE ZERO TO FLOAT-DAYS
            ELSE
                COMPUTE FLOAT-DAYS =
                   FUNCTION INTEGER-OF-DATE (FLOAT-CLEARED-DATE) -
                   FUNCTION INTEGER-OF-DATE (FLOAT-CHECK-DATE).
            WRITE FLOAT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING FLOAT WORK RECORD".

       READ-THE-REGISTER.
            MOVE FOUND-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE FOUND-CHECK-NO TO REGISTER-CHECK-NO.
            MOVE "Y" TO REGISTER-RECORD-FOUND.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO REGISTER-RECORD-FOUND.

      * Checks from the range the bank has not yet paid.
       COUNT-THE-OUTSTANDING.
            MOVE "N" TO REGISTER-FILE-AT-END.
            MOVE LOW-VALUES TO CHECK-REGISTER-KEY.
            START CHECK-REGISTER-FILE
               KEY IS NOT LESS THAN CHECK-REGISTER-KEY
               INVALID KEY
               MOVE "Y" TO REGISTER-FILE-AT-END.
            IF REGISTER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-REGISTER-RECORD.
            PERFORM COUNT-ONE-OUTSTANDING
               UNTIL REGISTER-FILE-AT-END = "Y".

       COUNT-ONE-OUTSTANDING.
            IF REGISTER-STATUS-OPEN AND
                  NOT REGISTER-TYPE-EFT AND
                  NOT REGISTER-TYPE-WIRE AND
                  NOT REGISTER-TYPE-CARD AND
                  REGISTER-CHECK-DATE NOT < FROM-DATE AND
                  REGISTER-CHECK-DATE NOT > THROUGH-DATE
                ADD 1 TO OUTSTANDING-COUNT
                ADD REGISTER-USD-AMOUNT TO OUTSTANDING-DOLLARS.
            PERFORM READ-NEXT-REGISTER-RECORD.

      *--------------------------------
      * BY BANK ACCOUNT
      *--------------------------------
       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE FROM-MONTH TO RANGE-FROM.
            MOVE THROUGH-MONTH TO RANGE-THROUGH.
            MOVE SLOW-THRESHOLD TO RANGE-THRESHOLD.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       CLEAR-ONE-HANDLING.
            MOVE GROUP-TOTALS TO HANDLING-ENTRY-TOTALS (HANDLING-INDEX).

      * The work file's own order brings each account's checks
      * together; the handling table and the report totals fill on
      * the same pass.
       PRINT-THE-ACCOUNT-SECTION.
            MOVE "BANK ACCOUNT" TO PRINT-SECTION-NAME.
            MOVE "ACCOUNT" TO PRINT-COLUMN-LABEL.
            PERFORM PRINT-SECTION-HEADING.
            MOVE "N" TO FLOAT-FILE-AT-END.
            MOVE LOW-VALUES TO FLOAT-KEY.
            START FLOAT-WORK-FILE
               KEY IS NOT LESS THAN FLOAT-KEY
               INVALID KEY
               MOVE "Y" TO FLOAT-FILE-AT-END.
            IF FLOAT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-FLOAT-RECORD.
            PERFORM REPORT-ONE-ACCOUNT
               UNTIL FLOAT-FILE-AT-END = "Y".
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            IF GROUP-COUNT NOT = ZERO
                PERFORM LINE-FEED
                MOVE SPACE TO FLOAT-LINE
                MOVE "ALL" TO PRINT-GROUP-KEY
                MOVE "CHECKS" TO PRINT-GROUP-NAME
                PERFORM PRINT-THE-GROUP.

       REPORT-ONE-ACCOUNT.
            MOVE FLOAT-BANK-ACCOUNT TO CURRENT-BANK-ACCOUNT.
            MOVE ZEROES TO GROUP-TOTALS.
            PERFORM ADD-ONE-ACCOUNT-CHECK
               UNTIL FLOAT-FILE-AT-END = "Y" OR
                  FLOAT-BANK-ACCOUNT NOT = CURRENT-BANK-ACCOUNT.
            PERFORM PRINT-THE-ACCOUNT-LINE.

       ADD-ONE-ACCOUNT-CHECK.
            PERFORM ADD-CHECK-TO-GROUP.
            PERFORM ADD-TO-THE-HANDLING.
            PERFORM ADD-TO-THE-REPORT.
            PERFORM READ-NEXT-FLOAT-RECORD.

      * The handling and report totals take their turn in
      * GROUP-TOTALS, so the account's own is kept aside meanwhile.
       ADD-TO-THE-REPORT.
            MOVE GROUP-TOTALS TO ACCOUNT-GROUP-TOTALS.
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            PERFORM ADD-CHECK-TO-GROUP.
            MOVE GROUP-TOTALS TO REPORT-GROUP-TOTALS.
            MOVE ACCOUNT-GROUP-TOTALS TO GROUP-TOTALS.

       PRINT-THE-ACCOUNT-LINE.
            MOVE SPACE TO FLOAT-LINE.
            MOVE CURRENT-BANK-ACCOUNT TO PRINT-GROUP-KEY.
            MOVE CURRENT-BANK-ACCOUNT TO BANK-ACCOUNT-CODE.
            MOVE "Y" TO BANK-RECORD-FOUND.
            READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO BANK-RECORD-FOUND.
            IF BANK-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO PRINT-GROUP-NAME
            ELSE
                MOVE BANK-ACCOUNT-NAME TO PRINT-GROUP-NAME.
            PERFORM PRINT-THE-GROUP.

      *--------------------------------
      * BY HANDLING CODE
      *--------------------------------
      * No code on the voucher takes the vendor's; none there is
      * mail.
       ADD-TO-THE-HANDLING.
            MOVE GROUP-TOTALS TO ACCOUNT-GROUP-TOTALS.
            IF FLOAT-HANDLING-CODE = SPACE
                PERFORM TAKE-THE-VENDOR-HANDLING.
            MOVE 1 TO HANDLING-SLOT.
            PERFORM FIND-THE-HANDLING-SLOT
               VARYING HANDLING-INDEX FROM 1 BY 1
               UNTIL HANDLING-INDEX > 4.
            MOVE HANDLING-ENTRY-TOTALS (HANDLING-SLOT)
               TO GROUP-TOTALS.
            PERFORM ADD-CHECK-TO-GROUP.
            MOVE GROUP-TOTALS
               TO HANDLING-ENTRY-TOTALS (HANDLING-SLOT).
            MOVE ACCOUNT-GROUP-TOTALS TO GROUP-TOTALS.

       TAKE-THE-VENDOR-HANDLING.
            MOVE FLOAT-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "Y"
                MOVE VENDOR-HANDLING-CODE TO FLOAT-HANDLING-CODE.

       FIND-THE-HANDLING-SLOT.
            IF FLOAT-HANDLING-CODE = HANDLING-CODE (HANDLING-INDEX)
                MOVE HANDLING-INDEX TO HANDLING-SLOT.

       PRINT-THE-HANDLING-SECTION.
            MOVE "CHECK HANDLING" TO PRINT-SECTION-NAME.
            MOVE "HANDLING" TO PRINT-COLUMN-LABEL.
            PERFORM PRINT-SECTION-HEADING.
            PERFORM PRINT-ONE-HANDLING
               VARYING HANDLING-INDEX FROM 1 BY 1
               UNTIL HANDLING-INDEX > 4.

       PRINT-ONE-HANDLING.
            MOVE HANDLING-ENTRY-TOTALS (HANDLING-INDEX)
               TO GROUP-TOTALS.
            IF GROUP-COUNT NOT = ZERO
                MOVE SPACE TO FLOAT-LINE
                MOVE HANDLING-CODE (HANDLING-INDEX) TO PRINT-GROUP-KEY
                MOVE HANDLING-NAME (HANDLING-INDEX)
                   TO PRINT-GROUP-NAME
                PERFORM PRINT-THE-GROUP.

      *--------------------------------
      * BY VENDOR
      *--------------------------------
      * Run twice over the vendor key - once for every vendor, then
      * for the slow-clearing list alone.
       PRINT-THE-VENDOR-SECTION.
            IF LISTING-SLOW-VENDORS = "Y"
                PERFORM PRINT-THE-SLOW-HEADING
            ELSE
                MOVE "VENDOR" TO PRINT-SECTION-NAME
                MOVE "VENDOR" TO PRINT-COLUMN-LABEL
                PERFORM PRINT-SECTION-HEADING.
            MOVE "N" TO FLOAT-FILE-AT-END.
            MOVE ZEROES TO FLOAT-VENDOR.
            START FLOAT-WORK-FILE
               KEY IS NOT LESS THAN FLOAT-VENDOR
               INVALID KEY
               MOVE "Y" TO FLOAT-FILE-AT-END.
            IF FLOAT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-FLOAT-RECORD.
            PERFORM REPORT-ONE-VENDOR
               UNTIL FLOAT-FILE-AT-END = "Y".
            IF LISTING-SLOW-VENDORS = "Y" AND
                  SLOW-VENDORS-LISTED = ZERO
                MOVE "NONE" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       REPORT-ONE-VENDOR.
            MOVE FLOAT-VENDOR TO CURRENT-VENDOR.
            MOVE ZEROES TO GROUP-TOTALS.
            PERFORM ADD-ONE-VENDOR-CHECK
               UNTIL FLOAT-FILE-AT-END = "Y" OR
                  FLOAT-VENDOR NOT = CURRENT-VENDOR.
            MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO VENDOR-NAME.
            IF LISTING-SLOW-VENDORS = "Y"
                PERFORM TEST-FOR-A-SLOW-VENDOR
            ELSE
                MOVE SPACE TO FLOAT-LINE
                MOVE CURRENT-VENDOR TO PRINT-GROUP-KEY
                MOVE VENDOR-NAME TO PRINT-GROUP-NAME
                PERFORM PRINT-THE-GROUP.

       ADD-ONE-VENDOR-CHECK.
            PERFORM ADD-CHECK-TO-GROUP.
            PERFORM READ-NEXT-FLOAT-RECORD.

      *--------------------------------
      * SLOW-CLEARING VENDORS
      *--------------------------------
       PRINT-THE-SLOW-HEADING.
            PERFORM LINE-FEED.
            MOVE SLOW-TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SLOW-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       TEST-FOR-A-SLOW-VENDOR.
            IF GROUP-COUNT NOT < 3 AND
                  GROUP-OVER * 2 > GROUP-COUNT
                PERFORM PRINT-ONE-SLOW-VENDOR.

       PRINT-ONE-SLOW-VENDOR.
            MOVE SPACE TO SLOW-LINE.
            MOVE CURRENT-VENDOR TO PRINT-SLOW-VENDOR.
            MOVE VENDOR-NAME TO PRINT-SLOW-NAME.
            MOVE GROUP-COUNT TO PRINT-SLOW-COUNT.
            MOVE GROUP-OVER TO PRINT-SLOW-OVER.
            COMPUTE AVERAGE-DAYS ROUNDED = GROUP-DAYS / GROUP-COUNT.
            MOVE AVERAGE-DAYS TO PRINT-SLOW-AVERAGE.
            MOVE GROUP-MAXIMUM TO PRINT-SLOW-MAXIMUM.
            MOVE GROUP-DOLLARS TO PRINT-SLOW-DOLLARS.
            MOVE SLOW-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO SLOW-VENDORS-LISTED.

      *--------------------------------
      * ADDING AND PRINTING A GROUP
      *--------------------------------
       ADD-CHECK-TO-GROUP.
            ADD 1 TO GROUP-COUNT.
            ADD FLOAT-AMOUNT TO GROUP-DOLLARS.
            ADD FLOAT-DAYS TO GROUP-DAYS.
            MOVE 5 TO BUCKET-SLOT.
            PERFORM FIND-THE-BUCKET
               VARYING BUCKET-INDEX FROM 4 BY -1
               UNTIL BUCKET-INDEX < 1.
            ADD 1 TO GROUP-BUCKET (BUCKET-SLOT).
            IF FLOAT-DAYS > GROUP-MAXIMUM
                MOVE FLOAT-DAYS TO GROUP-MAXIMUM.
            IF FLOAT-DAYS > SLOW-THRESHOLD
                ADD 1 TO GROUP-OVER.

      * Walking down from the widest bucket leaves the narrowest one
      * the days fit.
       FIND-THE-BUCKET.
            IF FLOAT-DAYS NOT > BUCKET-LIMIT (BUCKET-INDEX)
                MOVE BUCKET-INDEX TO BUCKET-SLOT.

       PRINT-SECTION-HEADING.
            PERFORM LINE-FEED.
            MOVE SECTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COLUMN-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * The key and name are already in the float line; the rest
      * comes from GROUP-TOTALS.
       PRINT-THE-GROUP.
            MOVE GROUP-COUNT TO PRINT-GROUP-COUNT.
            MOVE GROUP-DOLLARS TO PRINT-GROUP-DOLLARS.
            COMPUTE AVERAGE-DAYS ROUNDED = GROUP-DAYS / GROUP-COUNT.
            MOVE AVERAGE-DAYS TO PRINT-GROUP-AVERAGE.
            PERFORM MOVE-ONE-BUCKET
               VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 5.
            MOVE FLOAT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-BUCKET.
            MOVE GROUP-BUCKET (BUCKET-INDEX)
               TO PRINT-GROUP-BUCKET (BUCKET-INDEX).

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE REPORT-GROUP-TOTALS TO GROUP-TOTALS.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "CHECKS CLEARED" TO PRINT-TOTAL-LABEL.
            MOVE GROUP-COUNT TO PRINT-TOTAL-COUNT.
            MOVE GROUP-DOLLARS TO PRINT-TOTAL-DOLLARS.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "CHECKS STILL OUTSTANDING" TO PRINT-TOTAL-LABEL.
            MOVE OUTSTANDING-COUNT TO PRINT-TOTAL-COUNT.
            MOVE OUTSTANDING-DOLLARS TO PRINT-TOTAL-DOLLARS.
            PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-FLOAT-RECORD.
            READ FLOAT-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO FLOAT-FILE-AT-END.

       READ-NEXT-REGISTER-RECORD.
            READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO REGISTER-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-HISTORY-RECORD.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
