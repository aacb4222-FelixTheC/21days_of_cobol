      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Vendor inquiry log over fdcall01.cbl - who asks AP about
      * their invoices and payments, and what about:
      *   1 - LOG a call or email a clerk has just answered: the
      *       vendor (? searches by name), how it came in, the
      *       topic, the invoice asked about and a short note. The
      *       date, time and the clerk are stamped on the log;
      *   2 - LOAD the inquiry log the phone system's IVR and the
      *       supplier portal write of the status look-ups they
      *       answered from the nightly extract (vndsts01.cbl).
      *       INQLOG is comma-delimited, one row per inquiry:
      *          date(ccyymmdd),time(hhmmsscc),channel,vendor,
      *          topic,invoice
      *       channel I (IVR) or W (portal), topic one of the codes
      *       below. A row with a bad date, channel or topic, or a
      *       vendor not on file, is shown and skipped. A log loaded
      *       twice would double every count, so the file is read
      *       through first and its fingerprint - the first row, the
      *       row count and the sum of the vendor numbers - checked
      *       against the inbound file history (plinbd01.cbl);
      *   3 - print the CALL REPORT for a range of dates, spooled as
      *       VNDCAL01: the vendors who asked most, with the count
      *       by topic, then the totals by topic and by channel.
      * Topics: R invoice receipt, P payment date/status, A
      * remittance detail, B banking details, T 1099/tax form, O
      * anything else.
      * Open to any active operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcal01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slcall01.cbl".
            COPY "slvnd02.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slinbd01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL INQUIRY-LOG-FILE
               ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdcall01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdinbd01.cbl".

            COPY "fdsplcat.cbl".

       FD   INQUIRY-LOG-FILE
            LABEL RECORDS ARE STANDARD.
       01   INQUIRY-LOG-RECORD            PIC X(80).

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 3.

       77   VENDOR-ENTRY-ANSWER           PIC X(5).
       77   PICKED-VENDOR-NUMBER          PIC 9(5) VALUE ZERO.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   CALL-LOG-AT-END               PIC X.
       77   CALL-WRITTEN                  PIC X.
       77   OK-TO-LOG                     PIC X.
       77   TODAY-DATE                    PIC 9(8).
       77   FROM-DATE                     PIC 9(8).
       77   THRU-DATE                     PIC 9(8).

       77   INQUIRY-AT-END                PIC X.
       77   ROW-DATE-X                    PIC X(8).
       77   ROW-TIME-X                    PIC X(8).
       77   ROW-CHANNEL                   PIC X.
       77   ROW-VENDOR-X                  PIC X(5).
       77   ROW-TOPIC                     PIC X.
       77   ROW-INVOICE                   PIC X(15).
       77   ROW-VENDOR                    PIC 9(5).
       77   ROW-REFUSAL                   PIC X(30).
       77   ROWS-LOADED                   PIC 9(5).
       77   ROWS-REFUSED                  PIC 9(5).

      * One line per vendor who asked in the range, with the count
      * by topic in CALL-TOPIC order (R P A B T O). Past five
      * hundred vendors the rest are only counted.
       01   TALLY-TABLE.
            05 TALLY-ENTRY                OCCURS 500 TIMES.
               10 TALLY-VENDOR            PIC 9(5).
               10 TALLY-TOTAL             PIC 9(5).
               10 TALLY-TOPIC-COUNT       PIC 9(5)
                                          OCCURS 6 TIMES.
               10 TALLY-PRINTED           PIC X.
       77   TALLY-COUNT                   PIC 9(3).
       77   TALLY-INDEX                   PIC 9(3).
       77   TALLY-FOUND                   PIC 9(3).
       77   TALLY-BEST                    PIC 9(3).
       77   TALLY-OVERFLOW                PIC 9(5).
       77   TOPIC-INDEX                   PIC 9.
       77   RANK                          PIC 9(3).
       77   TOP-VENDORS                   PIC 9(3) VALUE 25.
       77   CALLS-COUNTED                 PIC 9(5).

       01   TOPIC-TOTALS.
            05 TOPIC-TOTAL                PIC 9(5) OCCURS 6 TIMES.
       77   PHONE-CALLS                   PIC 9(5).
       77   IVR-CALLS                     PIC 9(5).
       77   PORTAL-CALLS                  PIC 9(5).
       77   EMAIL-CALLS                   PIC 9(5).

       01   TITLE-LINE.
            05 FILLER                     PIC X(40) VALUE SPACE.
            05 FILLER                     PIC X(22)
               VALUE "VENDOR INQUIRY REPORT".
            05 FILLER                     PIC X(5) VALUE "FROM ".
            05 PRINT-FROM-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(6) VALUE " THRU ".
            05 PRINT-THRU-DATE            PIC Z9/99/9999.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(5)  VALUE "RANK".
            05 FILLER                     PIC X(6)  VALUE "VENDOR".
            05 FILLER                     PIC X(31) VALUE "NAME".
            05 FILLER                     PIC X(8)  VALUE "   TOTAL".
            05 FILLER                     PIC X(8)  VALUE " RECEIPT".
            05 FILLER                     PIC X(8)  VALUE " PAYMENT".
            05 FILLER                     PIC X(8)  VALUE "   REMIT".
            05 FILLER                     PIC X(8)  VALUE " BANKING".
            05 FILLER                     PIC X(8)  VALUE "  TAX FM".
            05 FILLER                     PIC X(8)  VALUE "   OTHER".

       01   DETAIL-LINE.
            05 PRINT-RANK                 PIC ZZ9.
            05 FILLER                     PIC XX VALUE SPACE.
            05 PRINT-VENDOR               PIC ZZZZ9.
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-NAME                 PIC X(30).
            05 FILLER                     PIC X VALUE SPACE.
            05 PRINT-TOTAL                PIC BBZZ,ZZ9.
            05 PRINT-TOPIC-COUNT          PIC BBZZ,ZZ9
                                          OCCURS 6 TIMES.

       01   CHANNEL-LINE.
            05 FILLER                     PIC X(19)
               VALUE "BY CHANNEL - PHONE ".
            05 PRINT-PHONE-CALLS          PIC ZZ,ZZ9.
            05 FILLER                     PIC X(6) VALUE "  IVR ".
            05 PRINT-IVR-CALLS            PIC ZZ,ZZ9.
            05 FILLER                     PIC X(9) VALUE "  PORTAL ".
            05 PRINT-PORTAL-CALLS         PIC ZZ,ZZ9.
            05 FILLER                     PIC X(8) VALUE "  EMAIL ".
            05 PRINT-EMAIL-CALLS          PIC ZZ,ZZ9.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wssignon01.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE " " TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O CALL-LOG-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE CALL-LOG-FILE.
            CLOSE VENDOR-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "VENDOR INQUIRY LOG - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. LOG A VENDOR CALL OR EMAIL".
            DISPLAY "2. LOAD THE IVR / SUPPLIER PORTAL INQUIRY LOG".
            DISPLAY "3. PRINT THE CALL REPORT".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-3)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM LOG-THE-CALLS.
            IF MENU-PICK = 2
                PERFORM LOAD-THE-INQUIRY-LOG.
            IF MENU-PICK = 3
                PERFORM PRINT-THE-CALL-REPORT.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * LOG A CALL
      *--------------------------------
       LOG-THE-CALLS.
            PERFORM ENTER-CALL-VENDOR.
            PERFORM LOG-ONE-CALL
               UNTIL VENDOR-NUMBER = ZEROES.

       ENTER-CALL-VENDOR.
            DISPLAY " ".
            DISPLAY "ENTER THE VENDOR NUMBER WHO ASKED".
            DISPLAY "(? TO SEARCH BY NAME)".
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACES TO VENDOR-ENTRY-ANSWER.
            ACCEPT VENDOR-ENTRY-ANSWER.
            IF VENDOR-ENTRY-ANSWER = "?"
                CLOSE VENDOR-FILE
                CALL "vndlkp01" USING PICKED-VENDOR-NUMBER
                OPEN INPUT VENDOR-FILE
                MOVE PICKED-VENDOR-NUMBER TO VENDOR-NUMBER
            ELSE
                IF FUNCTION TEST-NUMVAL (VENDOR-ENTRY-ANSWER) = 0
                    COMPUTE VENDOR-NUMBER =
                       FUNCTION NUMVAL (VENDOR-ENTRY-ANSWER)
                ELSE
                    MOVE ZEROES TO VENDOR-NUMBER.
            IF VENDOR-NUMBER NOT = ZEROES
                PERFORM READ-VENDOR-RECORD.

       LOG-ONE-CALL.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR NOT ON FILE"
            ELSE
                DISPLAY VENDOR-NUMBER " " VENDOR-NAME
                PERFORM ENTER-THE-CALL
                PERFORM CONFIRM-THE-CALL
                IF OK-TO-LOG = "Y"
                    PERFORM WRITE-THE-CALL
                    DISPLAY "CALL LOGGED".
            PERFORM ENTER-CALL-VENDOR.

       ENTER-THE-CALL.
            MOVE SPACES TO CALL-LOG-RECORD.
            MOVE VENDOR-NUMBER TO CALL-VENDOR.
            MOVE OPERATOR-ID TO CALL-TAKEN-BY.
            PERFORM ENTER-CALL-CHANNEL.
            PERFORM ENTER-CALL-TOPIC.
            DISPLAY "ENTER THE INVOICE ASKED ABOUT (BLANK FOR NONE)".
            ACCEPT CALL-INVOICE.
            INSPECT CALL-INVOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            DISPLAY "ENTER A NOTE (BLANK FOR NONE)".
            ACCEPT CALL-NOTE.
            INSPECT CALL-NOTE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-CALL-CHANNEL.
            PERFORM ACCEPT-CALL-CHANNEL.
            PERFORM RE-ACCEPT-CALL-CHANNEL
               UNTIL CALL-BY-PHONE OR CALL-BY-EMAIL.

       ACCEPT-CALL-CHANNEL.
            DISPLAY "HOW DID IT COME IN - P PHONE, E EMAIL".
            DISPLAY "(BLANK FOR PHONE)".
            ACCEPT CALL-CHANNEL.
            INSPECT CALL-CHANNEL
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF CALL-CHANNEL = SPACE
                MOVE "P" TO CALL-CHANNEL.

       RE-ACCEPT-CALL-CHANNEL.
            DISPLAY "CHANNEL MUST BE P OR E".
            PERFORM ACCEPT-CALL-CHANNEL.

       ENTER-CALL-TOPIC.
            PERFORM ACCEPT-CALL-TOPIC.
            PERFORM RE-ACCEPT-CALL-TOPIC
               UNTIL CALL-TOPIC-IS-VALID.

       ACCEPT-CALL-TOPIC.
            DISPLAY "WHAT WAS IT ABOUT?".
            DISPLAY "  R - DID YOU GET MY INVOICE".
            DISPLAY "  P - WHEN WILL I BE PAID / PAYMENT STATUS".
            DISPLAY "  A - WHAT DID THIS PAYMENT COVER (REMITTANCE)".
            DISPLAY "  B - BANKING DETAILS".
            DISPLAY "  T - 1099 / TAX FORM".
            DISPLAY "  O - ANYTHING ELSE".
            ACCEPT CALL-TOPIC.
            INSPECT CALL-TOPIC
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-CALL-TOPIC.
            DISPLAY "TOPIC MUST BE R, P, A, B, T OR O".
            PERFORM ACCEPT-CALL-TOPIC.

       CONFIRM-THE-CALL.
            DISPLAY "LOG THIS CALL (Y/N)?".
            ACCEPT OK-TO-LOG.
            INSPECT OK-TO-LOG
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF OK-TO-LOG NOT = "Y"
                DISPLAY "CALL NOT LOGGED".

      * Both the keyed calls and the loaded rows arrive here with
      * everything but the key filled in.
       WRITE-THE-CALL.
            IF CALL-DATE NOT NUMERIC OR
                  CALL-DATE = ZEROES
                ACCEPT CALL-DATE FROM DATE YYYYMMDD
                ACCEPT CALL-TIME FROM TIME.
            MOVE 1 TO CALL-SEQUENCE.
            MOVE "N" TO CALL-WRITTEN.
            PERFORM TRY-WRITE-CALL-RECORD
               UNTIL CALL-WRITTEN = "Y"
                  OR CALL-SEQUENCE > 998.

       TRY-WRITE-CALL-RECORD.
            MOVE "Y" TO CALL-WRITTEN.
            WRITE CALL-LOG-RECORD
               INVALID KEY
               MOVE "N" TO CALL-WRITTEN
               ADD 1 TO CALL-SEQUENCE.

      *--------------------------------
      * LOAD THE IVR / PORTAL LOG
      *--------------------------------
       LOAD-THE-INQUIRY-LOG.
            MOVE ZERO TO ROWS-LOADED
                         ROWS-REFUSED.
            OPEN INPUT INQUIRY-LOG-FILE.
            PERFORM FINGERPRINT-THE-INQUIRY-LOG.
            IF INBOUND-LOAD-OK = "Y"
                MOVE "N" TO INQUIRY-AT-END
                PERFORM READ-INQUIRY-RECORD
                PERFORM LOAD-ONE-INQUIRY-ROW
                   UNTIL INQUIRY-AT-END = "Y".
            CLOSE INQUIRY-LOG-FILE.
            DISPLAY ROWS-LOADED " INQUIRY ROW(S) LOADED".
            DISPLAY ROWS-REFUSED " ROW(S) SKIPPED".

      *--------------------------------
      * DUPLICATE-FILE GUARD
      *--------------------------------
       FINGERPRINT-THE-INQUIRY-LOG.
            MOVE "INQLOG" TO INBOUND-THIS-FILE.
            MOVE "VNDCAL01" TO INBOUND-THIS-PROGRAM.
            MOVE OPERATOR-ID TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            MOVE "N" TO INQUIRY-AT-END.
            PERFORM READ-INQUIRY-RECORD.
            IF INQUIRY-AT-END NOT = "Y"
                MOVE INQUIRY-LOG-RECORD TO INBOUND-FILE-HEADER.
            PERFORM FINGERPRINT-ONE-INQUIRY-ROW
               UNTIL INQUIRY-AT-END = "Y".
            CLOSE INQUIRY-LOG-FILE.
            OPEN INPUT INQUIRY-LOG-FILE.
            PERFORM CHECK-THE-INBOUND-FILE.

       FINGERPRINT-ONE-INQUIRY-ROW.
            ADD 1 TO INBOUND-FILE-COUNT.
            PERFORM SPLIT-THE-INQUIRY-ROW.
            IF ROW-VENDOR-X IS NUMERIC
                MOVE ROW-VENDOR-X TO ROW-VENDOR
                ADD ROW-VENDOR TO INBOUND-FILE-HASH.
            PERFORM READ-INQUIRY-RECORD.

       SPLIT-THE-INQUIRY-ROW.
            MOVE SPACES TO ROW-DATE-X
                           ROW-TIME-X
                           ROW-CHANNEL
                           ROW-VENDOR-X
                           ROW-TOPIC
                           ROW-INVOICE.
            UNSTRING INQUIRY-LOG-RECORD
               DELIMITED BY ","
               INTO ROW-DATE-X
                    ROW-TIME-X
                    ROW-CHANNEL
                    ROW-VENDOR-X
                    ROW-TOPIC
                    ROW-INVOICE.
            INSPECT ROW-CHANNEL
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT ROW-TOPIC
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT ROW-INVOICE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       LOAD-ONE-INQUIRY-ROW.
            PERFORM SPLIT-THE-INQUIRY-ROW.
            MOVE SPACES TO ROW-REFUSAL.
            MOVE SPACES TO CALL-LOG-RECORD.
            MOVE ROW-CHANNEL TO CALL-CHANNEL.
            MOVE ROW-TOPIC TO CALL-TOPIC.
            IF ROW-DATE-X IS NOT NUMERIC OR
                  ROW-DATE-X = ZEROES
                MOVE "BAD DATE" TO ROW-REFUSAL
            ELSE
            IF NOT CALL-BY-IVR AND NOT CALL-BY-PORTAL
                MOVE "CHANNEL NOT I OR W" TO ROW-REFUSAL
            ELSE
            IF NOT CALL-TOPIC-IS-VALID
                MOVE "UNKNOWN TOPIC" TO ROW-REFUSAL
            ELSE
            IF ROW-VENDOR-X IS NOT NUMERIC
                MOVE "BAD VENDOR NUMBER" TO ROW-REFUSAL
            ELSE
                MOVE ROW-VENDOR-X TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "N"
                    MOVE "VENDOR NOT ON FILE" TO ROW-REFUSAL.
            IF ROW-REFUSAL NOT = SPACES
                ADD 1 TO ROWS-REFUSED
                DISPLAY "ROW SKIPPED - " ROW-REFUSAL ": "
                   INQUIRY-LOG-RECORD (1 : 40)
            ELSE
                PERFORM LOG-ONE-INQUIRY-ROW.
            PERFORM READ-INQUIRY-RECORD.

       LOG-ONE-INQUIRY-ROW.
            MOVE ROW-DATE-X TO CALL-DATE.
            IF ROW-TIME-X IS NUMERIC
                MOVE ROW-TIME-X TO CALL-TIME
            ELSE
                MOVE ZEROES TO CALL-TIME.
            MOVE VENDOR-NUMBER TO CALL-VENDOR.
            MOVE ROW-INVOICE TO CALL-INVOICE.
            IF CALL-BY-IVR
                MOVE "IVR" TO CALL-TAKEN-BY
            ELSE
                MOVE "PORTAL" TO CALL-TAKEN-BY.
            PERFORM WRITE-THE-CALL.
            ADD 1 TO ROWS-LOADED.

       READ-INQUIRY-RECORD.
            READ INQUIRY-LOG-FILE
               AT END MOVE "Y" TO INQUIRY-AT-END.

      *--------------------------------
      * CALL REPORT
      *--------------------------------
       PRINT-THE-CALL-REPORT.
            MOVE "Y" TO ZERO-DATE-IS-OK.
            DISPLAY "REPORT FROM CALL DATE - BLANK FOR THE START".
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO FROM-DATE.
            DISPLAY "REPORT THRU CALL DATE - BLANK FOR TODAY".
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO THRU-DATE.
            IF THRU-DATE = ZEROES
                MOVE TODAY-DATE TO THRU-DATE.
            PERFORM TALLY-THE-CALLS.
            MOVE "VNDCAL01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VENDOR INQUIRY REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            PERFORM PRINT-THE-HEADINGS.
            MOVE 1 TO RANK.
            MOVE 1 TO TALLY-BEST.
            PERFORM PRINT-ONE-TOP-VENDOR
               UNTIL RANK > TOP-VENDORS
                  OR TALLY-BEST = ZERO.
            PERFORM PRINT-THE-TOTALS.
            CLOSE PRINTER-FILE.
            DISPLAY CALLS-COUNTED " INQUIRY(IES) REPORTED".

       TALLY-THE-CALLS.
            MOVE ZERO TO TALLY-COUNT
                         TALLY-OVERFLOW
                         CALLS-COUNTED
                         PHONE-CALLS
                         IVR-CALLS
                         PORTAL-CALLS
                         EMAIL-CALLS.
            MOVE ZEROES TO TOPIC-TOTALS.
            MOVE LOW-VALUES TO CALL-KEY.
            MOVE FROM-DATE TO CALL-DATE.
            MOVE "N" TO CALL-LOG-AT-END.
            START CALL-LOG-FILE
               KEY IS NOT LESS THAN CALL-KEY
               INVALID KEY
               MOVE "Y" TO CALL-LOG-AT-END.
            PERFORM TALLY-ONE-CALL
               UNTIL CALL-LOG-AT-END = "Y".

       TALLY-ONE-CALL.
            READ CALL-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO CALL-LOG-AT-END.
            IF CALL-LOG-AT-END NOT = "Y"
                IF CALL-DATE > THRU-DATE
                    MOVE "Y" TO CALL-LOG-AT-END
                ELSE
                    PERFORM COUNT-THE-CALL.

       COUNT-THE-CALL.
            ADD 1 TO CALLS-COUNTED.
            IF CALL-BY-PHONE
                ADD 1 TO PHONE-CALLS
            ELSE IF CALL-BY-IVR
                ADD 1 TO IVR-CALLS
            ELSE IF CALL-BY-PORTAL
                ADD 1 TO PORTAL-CALLS
            ELSE
                ADD 1 TO EMAIL-CALLS.
            IF CALL-ABOUT-RECEIPT
                MOVE 1 TO TOPIC-INDEX
            ELSE IF CALL-ABOUT-PAYMENT
                MOVE 2 TO TOPIC-INDEX
            ELSE IF CALL-ABOUT-REMITTANCE
                MOVE 3 TO TOPIC-INDEX
            ELSE IF CALL-ABOUT-BANKING
                MOVE 4 TO TOPIC-INDEX
            ELSE IF CALL-ABOUT-TAX-FORM
                MOVE 5 TO TOPIC-INDEX
            ELSE
                MOVE 6 TO TOPIC-INDEX.
            ADD 1 TO TOPIC-TOTAL (TOPIC-INDEX).
            MOVE ZERO TO TALLY-FOUND.
            PERFORM FIND-ONE-TALLY
               VARYING TALLY-INDEX FROM 1 BY 1
               UNTIL TALLY-INDEX > TALLY-COUNT
                  OR TALLY-FOUND NOT = ZERO.
            IF TALLY-FOUND = ZERO
                PERFORM ADD-A-TALLY.
            IF TALLY-FOUND = ZERO
                ADD 1 TO TALLY-OVERFLOW
            ELSE
                ADD 1 TO TALLY-TOTAL (TALLY-FOUND)
                ADD 1 TO TALLY-TOPIC-COUNT (TALLY-FOUND, TOPIC-INDEX).

       FIND-ONE-TALLY.
            IF TALLY-VENDOR (TALLY-INDEX) = CALL-VENDOR
                MOVE TALLY-INDEX TO TALLY-FOUND.

       ADD-A-TALLY.
            IF TALLY-COUNT < 500
                ADD 1 TO TALLY-COUNT
                MOVE TALLY-COUNT TO TALLY-FOUND
                MOVE CALL-VENDOR TO TALLY-VENDOR (TALLY-FOUND)
                MOVE ZERO TO TALLY-TOTAL (TALLY-FOUND)
                MOVE ZEROES TO TALLY-TOPIC-COUNT (TALLY-FOUND, 1)
                               TALLY-TOPIC-COUNT (TALLY-FOUND, 2)
                               TALLY-TOPIC-COUNT (TALLY-FOUND, 3)
                               TALLY-TOPIC-COUNT (TALLY-FOUND, 4)
                               TALLY-TOPIC-COUNT (TALLY-FOUND, 5)
                               TALLY-TOPIC-COUNT (TALLY-FOUND, 6)
                MOVE "N" TO TALLY-PRINTED (TALLY-FOUND).

       PRINT-THE-HEADINGS.
            MOVE FROM-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-FROM-DATE.
            MOVE THRU-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-THRU-DATE.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      * The busiest vendor not yet printed goes next - a handful of
      * passes over the table is cheaper than sorting it.
       PRINT-ONE-TOP-VENDOR.
            MOVE ZERO TO TALLY-BEST.
            PERFORM PICK-ONE-BUSIEST
               VARYING TALLY-INDEX FROM 1 BY 1
               UNTIL TALLY-INDEX > TALLY-COUNT.
            IF TALLY-BEST NOT = ZERO
                PERFORM PRINT-THE-BUSIEST
                ADD 1 TO RANK.

       PICK-ONE-BUSIEST.
            IF TALLY-PRINTED (TALLY-INDEX) = "N"
                IF TALLY-BEST = ZERO
                    MOVE TALLY-INDEX TO TALLY-BEST
                ELSE
                IF TALLY-TOTAL (TALLY-INDEX) >
                      TALLY-TOTAL (TALLY-BEST)
                    MOVE TALLY-INDEX TO TALLY-BEST.

       PRINT-THE-BUSIEST.
            MOVE "Y" TO TALLY-PRINTED (TALLY-BEST).
            MOVE SPACES TO DETAIL-LINE.
            MOVE RANK TO PRINT-RANK.
            MOVE TALLY-VENDOR (TALLY-BEST) TO PRINT-VENDOR.
            MOVE TALLY-VENDOR (TALLY-BEST) TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "Y"
                MOVE VENDOR-NAME TO PRINT-NAME
            ELSE
                MOVE "** VENDOR NOT ON FILE **" TO PRINT-NAME.
            MOVE TALLY-TOTAL (TALLY-BEST) TO PRINT-TOTAL.
            PERFORM MOVE-ONE-TOPIC-COUNT
               VARYING TOPIC-INDEX FROM 1 BY 1
               UNTIL TOPIC-INDEX > 6.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-TOPIC-COUNT.
            MOVE TALLY-TOPIC-COUNT (TALLY-BEST, TOPIC-INDEX)
               TO PRINT-TOPIC-COUNT (TOPIC-INDEX).

       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            IF TALLY-OVERFLOW NOT = ZERO
                MOVE SPACES TO DETAIL-LINE
                MOVE "OTHER VENDORS (NOT RANKED)" TO PRINT-NAME
                MOVE TALLY-OVERFLOW TO PRINT-TOTAL
                MOVE DETAIL-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO DETAIL-LINE.
            MOVE "ALL VENDORS BY TOPIC" TO PRINT-NAME.
            MOVE CALLS-COUNTED TO PRINT-TOTAL.
            PERFORM MOVE-ONE-TOPIC-TOTAL
               VARYING TOPIC-INDEX FROM 1 BY 1
               UNTIL TOPIC-INDEX > 6.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE PHONE-CALLS TO PRINT-PHONE-CALLS.
            MOVE IVR-CALLS TO PRINT-IVR-CALLS.
            MOVE PORTAL-CALLS TO PRINT-PORTAL-CALLS.
            MOVE EMAIL-CALLS TO PRINT-EMAIL-CALLS.
            MOVE CHANNEL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       MOVE-ONE-TOPIC-TOTAL.
            MOVE TOPIC-TOTAL (TOPIC-INDEX)
               TO PRINT-TOPIC-COUNT (TOPIC-INDEX).

      *--------------------------------
      * FILE ROUTINES
      *--------------------------------
       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plsignon01.cbl".
            COPY "plinbd01.cbl".

            COPY "plspool01.cbl".
