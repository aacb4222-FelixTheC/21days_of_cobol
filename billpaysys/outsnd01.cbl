      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Email outbox sender interface over fdoutb01.cbl - the one
      * place the mail gateway meets the messages every program
      * queues (remadv01, dynoff01, bnotice01, vndcfm01, escheat01):
      *   1 - EXPORT the queued messages to OUTBOXQ for the gateway,
      *       one row per message:
      *          outbox key(19) recipient(40) subject(50)
      *          body file(30) body reference(20)
      *       The outbox key travels as the message id, so the
      *       gateway can tell a message it already sent;
      *   2 - IMPORT the gateway's sent confirmations (OUTSENT):
      *          outbox key(19) sent date(8) sent time(8)
      *       marking each message sent;
      *   3 - IMPORT the bounce notifications (OUTBOUNC):
      *          outbox key(19) reason(40)
      *       marking each message bounced and flagging the address
      *       it went to as bad - the vendor's VENDOR-EMAIL
      *       (fdvnd04.cbl) or the contact's CONTACT-EMAIL
      *       (fdvncon01.cbl) - so nothing more is emailed there
      *       until someone fixes it. An address changed since the
      *       message went is not flagged; it is already fixed;
      *   4 - list the outbox, all of it or one status.
      * Every refused row and every bounce prints on the spooled
      * activity list, the bounces being the fix-it list for the
      * vendor desk before the next run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. outsnd01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sloutb01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvncon01.cbl".
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL OUTBOX-EXPORT-FILE
               ASSIGN TO "OUTBOXQ"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL SENT-CONFIRM-FILE
               ASSIGN TO "OUTSENT"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BOUNCE-NOTICE-FILE
               ASSIGN TO "OUTBOUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdoutb01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvncon01.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

            COPY "fdsplcat.cbl".

       FD   OUTBOX-EXPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   OUTBOX-EXPORT-RECORD.
            05 EXPORT-KEY                 PIC X(19).
            05 EXPORT-RECIPIENT           PIC X(40).
            05 EXPORT-SUBJECT             PIC X(50).
            05 EXPORT-BODY-FILE           PIC X(30).
            05 EXPORT-BODY-REFERENCE      PIC X(20).

       FD   SENT-CONFIRM-FILE
            LABEL RECORDS ARE STANDARD.
       01   SENT-CONFIRM-RECORD.
            05 SENT-KEY                   PIC X(19).
            05 SENT-DATE                  PIC X(8).
            05 SENT-TIME                  PIC X(8).

       FD   BOUNCE-NOTICE-FILE
            LABEL RECORDS ARE STANDARD.
       01   BOUNCE-NOTICE-RECORD.
            05 BOUNCE-KEY                 PIC X(19).
            05 BOUNCE-REASON              PIC X(40).

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 4.

       77   OUTBOX-AT-END                 PIC X.
       77   OUTBOX-RECORD-FOUND           PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   CONTACT-RECORD-FOUND          PIC X.
       77   IMPORT-AT-END                 PIC X.
       77   IMPORT-REFUSAL                PIC X(40).
       77   BOUNCE-ACTION                 PIC X(40).
       77   TODAY-DATE                    PIC 9(8).
       77   NOW-TIME                      PIC 9(8).
       77   EXPORTED-COUNT                PIC 9(5).
       77   SENT-COUNT                    PIC 9(5).
       77   BOUNCED-COUNT                 PIC 9(5).
       77   REFUSED-COUNT                 PIC 9(5).
       77   LISTED-COUNT                  PIC 9(5).
       77   WANTED-STATUS                 PIC X.
            88 WANTED-STATUS-IS-VALID     VALUES "Q" "S" "B" " ".

       01   ACTIVITY-LINE.
            05 ACTIVITY-KEY               PIC X(19).
            05 FILLER                     PIC X VALUE SPACE.
            05 ACTIVITY-VENDOR            PIC ZZZZ9.
            05 FILLER                     PIC X VALUE SPACE.
            05 ACTIVITY-RECIPIENT         PIC X(40).
            05 FILLER                     PIC X VALUE SPACE.
            05 ACTIVITY-REASON            PIC X(40).
            05 FILLER                     PIC X VALUE SPACE.
            05 ACTIVITY-ACTION            PIC X(24).

            COPY "wscase01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wssignon01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "M" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "OUTSND01" TO SPOOL-NAME-REPORT-ID.
            MOVE "EMAIL OUTBOX ACTIVITY" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            MOVE "EMAIL OUTBOX ACTIVITY - REFUSED ROWS AND BOUNCES"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O OUTBOX-FILE.
            OPEN I-O VENDOR-FILE.
            OPEN I-O VENDOR-CONTACT-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            MOVE "OUTSND01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE OUTBOX-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-CONTACT-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE PRINTER-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "EMAIL OUTBOX - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. EXPORT QUEUED MESSAGES FOR THE MAIL GATEWAY".
            DISPLAY "2. IMPORT SENT CONFIRMATIONS".
            DISPLAY "3. IMPORT BOUNCE NOTIFICATIONS".
            DISPLAY "4. LIST THE OUTBOX".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-4)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM EXPORT-THE-QUEUE.
            IF MENU-PICK = 2
                PERFORM IMPORT-THE-SENT.
            IF MENU-PICK = 3
                PERFORM IMPORT-THE-BOUNCES.
            IF MENU-PICK = 4
                PERFORM LIST-THE-OUTBOX.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * EXPORT FOR THE GATEWAY
      *--------------------------------
       EXPORT-THE-QUEUE.
            MOVE ZERO TO EXPORTED-COUNT.
            OPEN OUTPUT OUTBOX-EXPORT-FILE.
            PERFORM START-THE-OUTBOX.
            PERFORM EXPORT-ONE-MESSAGE
               UNTIL OUTBOX-AT-END = "Y".
            CLOSE OUTBOX-EXPORT-FILE.
            DISPLAY EXPORTED-COUNT " QUEUED MESSAGE(S) EXPORTED".

       EXPORT-ONE-MESSAGE.
            PERFORM READ-NEXT-OUTBOX-RECORD.
            IF OUTBOX-AT-END NOT = "Y"
                IF OUTBOX-IS-QUEUED
                    MOVE OUTBOX-KEY TO EXPORT-KEY
                    MOVE OUTBOX-RECIPIENT TO EXPORT-RECIPIENT
                    MOVE OUTBOX-SUBJECT TO EXPORT-SUBJECT
                    MOVE OUTBOX-BODY-FILE TO EXPORT-BODY-FILE
                    MOVE OUTBOX-BODY-REFERENCE TO EXPORT-BODY-REFERENCE
                    WRITE OUTBOX-EXPORT-RECORD
                    ADD 1 TO EXPORTED-COUNT.

      *--------------------------------
      * SENT CONFIRMATIONS
      *--------------------------------
       IMPORT-THE-SENT.
            MOVE ZERO TO SENT-COUNT
                         REFUSED-COUNT.
            OPEN INPUT SENT-CONFIRM-FILE.
            MOVE "N" TO IMPORT-AT-END.
            PERFORM IMPORT-ONE-SENT
               UNTIL IMPORT-AT-END = "Y".
            CLOSE SENT-CONFIRM-FILE.
            DISPLAY SENT-COUNT " MESSAGE(S) MARKED SENT".
            DISPLAY REFUSED-COUNT " ROW(S) REFUSED".

       IMPORT-ONE-SENT.
            READ SENT-CONFIRM-FILE
               AT END MOVE "Y" TO IMPORT-AT-END.
            IF IMPORT-AT-END NOT = "Y"
                PERFORM APPLY-ONE-SENT.

      * A message the gateway already reported sent, or that has
      * bounced since, is left as it stands.
       APPLY-ONE-SENT.
            MOVE SPACES TO IMPORT-REFUSAL.
            MOVE SENT-KEY TO OUTBOX-KEY.
            PERFORM READ-OUTBOX-RECORD.
            IF OUTBOX-RECORD-FOUND = "N"
                MOVE "NO SUCH MESSAGE IN THE OUTBOX"
                   TO IMPORT-REFUSAL
            ELSE
            IF OUTBOX-IS-QUEUED
                PERFORM MARK-THE-MESSAGE-SENT.
            IF IMPORT-REFUSAL NOT = SPACES
                ADD 1 TO REFUSED-COUNT
                MOVE SENT-KEY TO ACTIVITY-KEY
                PERFORM PRINT-REFUSED-ROW.

       MARK-THE-MESSAGE-SENT.
            MOVE "S" TO OUTBOX-STATUS.
            IF SENT-DATE IS NUMERIC
                MOVE SENT-DATE TO OUTBOX-SENT-DATE
            ELSE
                MOVE TODAY-DATE TO OUTBOX-SENT-DATE.
            IF SENT-TIME IS NUMERIC
                MOVE SENT-TIME TO OUTBOX-SENT-TIME
            ELSE
                MOVE ZEROES TO OUTBOX-SENT-TIME.
            PERFORM REWRITE-OUTBOX-RECORD.
            ADD 1 TO SENT-COUNT.

      *--------------------------------
      * BOUNCE NOTIFICATIONS
      *--------------------------------
       IMPORT-THE-BOUNCES.
            MOVE ZERO TO BOUNCED-COUNT
                         REFUSED-COUNT.
            OPEN INPUT BOUNCE-NOTICE-FILE.
            MOVE "N" TO IMPORT-AT-END.
            PERFORM IMPORT-ONE-BOUNCE
               UNTIL IMPORT-AT-END = "Y".
            CLOSE BOUNCE-NOTICE-FILE.
            DISPLAY BOUNCED-COUNT " MESSAGE(S) MARKED BOUNCED".
            DISPLAY REFUSED-COUNT " ROW(S) REFUSED".

       IMPORT-ONE-BOUNCE.
            READ BOUNCE-NOTICE-FILE
               AT END MOVE "Y" TO IMPORT-AT-END.
            IF IMPORT-AT-END NOT = "Y"
                PERFORM APPLY-ONE-BOUNCE.

       APPLY-ONE-BOUNCE.
            MOVE SPACES TO IMPORT-REFUSAL.
            MOVE BOUNCE-KEY TO OUTBOX-KEY.
            PERFORM READ-OUTBOX-RECORD.
            IF OUTBOX-RECORD-FOUND = "N"
                MOVE "NO SUCH MESSAGE IN THE OUTBOX"
                   TO IMPORT-REFUSAL
            ELSE
            IF OUTBOX-HAS-BOUNCED
                MOVE "BOUNCE ALREADY RECORDED" TO IMPORT-REFUSAL
            ELSE
                PERFORM RECORD-THE-BOUNCE.
            IF IMPORT-REFUSAL NOT = SPACES
                ADD 1 TO REFUSED-COUNT
                MOVE BOUNCE-KEY TO ACTIVITY-KEY
                PERFORM PRINT-REFUSED-ROW.

       RECORD-THE-BOUNCE.
            MOVE "B" TO OUTBOX-STATUS.
            MOVE TODAY-DATE TO OUTBOX-BOUNCE-DATE.
            MOVE BOUNCE-REASON TO OUTBOX-BOUNCE-REASON.
            PERFORM REWRITE-OUTBOX-RECORD.
            ADD 1 TO BOUNCED-COUNT.
            IF OUTBOX-CONTACT-SEQUENCE = ZEROES
                PERFORM FLAG-THE-VENDOR-EMAIL
            ELSE
                PERFORM FLAG-THE-CONTACT-EMAIL.
            PERFORM PRINT-THE-BOUNCE.

       FLAG-THE-VENDOR-EMAIL.
            MOVE OUTBOX-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "VENDOR NOT ON FILE" TO BOUNCE-ACTION
            ELSE
            IF VENDOR-EMAIL NOT = OUTBOX-RECIPIENT
                MOVE "ADDRESS ALREADY CHANGED" TO BOUNCE-ACTION
            ELSE
            IF VENDOR-EMAIL-BOUNCED
                MOVE "VENDOR EMAIL ALREADY BAD" TO BOUNCE-ACTION
            ELSE
                MOVE "B" TO VENDOR-BAD-EMAIL
                MOVE TODAY-DATE TO VENDOR-BAD-EMAIL-DATE
                PERFORM REWRITE-VENDOR-RECORD
                MOVE "VENDOR EMAIL FLAGGED BAD" TO BOUNCE-ACTION.

       FLAG-THE-CONTACT-EMAIL.
            MOVE OUTBOX-VENDOR TO CONTACT-VENDOR.
            MOVE OUTBOX-CONTACT-SEQUENCE TO CONTACT-SEQUENCE.
            MOVE "Y" TO CONTACT-RECORD-FOUND.
            READ VENDOR-CONTACT-FILE RECORD
               INVALID KEY
               MOVE "N" TO CONTACT-RECORD-FOUND.
            IF CONTACT-RECORD-FOUND = "N"
                MOVE "CONTACT NO LONGER ON FILE" TO BOUNCE-ACTION
            ELSE
            IF CONTACT-EMAIL NOT = OUTBOX-RECIPIENT
                MOVE "ADDRESS ALREADY CHANGED" TO BOUNCE-ACTION
            ELSE
                MOVE "B" TO CONTACT-EMAIL-BAD
                REWRITE VENDOR-CONTACT-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING CONTACT"
                END-REWRITE
                MOVE SPACES TO BOUNCE-ACTION
                STRING "CONTACT " CONTACT-SEQUENCE " FLAGGED BAD"
                   DELIMITED BY SIZE INTO BOUNCE-ACTION.

       PRINT-THE-BOUNCE.
            MOVE SPACES TO ACTIVITY-LINE.
            MOVE OUTBOX-KEY TO ACTIVITY-KEY.
            MOVE OUTBOX-VENDOR TO ACTIVITY-VENDOR.
            MOVE OUTBOX-RECIPIENT TO ACTIVITY-RECIPIENT.
            MOVE OUTBOX-BOUNCE-REASON TO ACTIVITY-REASON.
            MOVE BOUNCE-ACTION TO ACTIVITY-ACTION.
            MOVE ACTIVITY-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-REFUSED-ROW.
            MOVE ZERO TO ACTIVITY-VENDOR.
            MOVE SPACES TO ACTIVITY-RECIPIENT.
            MOVE IMPORT-REFUSAL TO ACTIVITY-REASON.
            MOVE "ROW REFUSED" TO ACTIVITY-ACTION.
            MOVE ACTIVITY-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * LIST THE OUTBOX
      *--------------------------------
       LIST-THE-OUTBOX.
            PERFORM ENTER-WANTED-STATUS.
            MOVE ZERO TO LISTED-COUNT.
            PERFORM START-THE-OUTBOX.
            PERFORM LIST-ONE-MESSAGE
               UNTIL OUTBOX-AT-END = "Y".
            DISPLAY LISTED-COUNT " MESSAGE(S) LISTED".

       ENTER-WANTED-STATUS.
            DISPLAY "LIST Q)UEUED, S)ENT, B)OUNCED OR <ENTER> FOR ALL?".
            MOVE SPACE TO WANTED-STATUS.
            ACCEPT WANTED-STATUS.
            INSPECT WANTED-STATUS
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF NOT WANTED-STATUS-IS-VALID
                DISPLAY "YOU MUST ENTER Q, S, B OR NOTHING"
                PERFORM ENTER-WANTED-STATUS.

       LIST-ONE-MESSAGE.
            PERFORM READ-NEXT-OUTBOX-RECORD.
            IF OUTBOX-AT-END NOT = "Y"
                IF WANTED-STATUS = SPACE OR
                      WANTED-STATUS = OUTBOX-STATUS
                    ADD 1 TO LISTED-COUNT
                    DISPLAY OUTBOX-KEY " " OUTBOX-STATUS " "
                       OUTBOX-PROGRAM " " OUTBOX-VENDOR " "
                       OUTBOX-RECIPIENT
                    DISPLAY "     " OUTBOX-SUBJECT
                    IF OUTBOX-HAS-BOUNCED
                        DISPLAY "     BOUNCED " OUTBOX-BOUNCE-DATE
                           " " OUTBOX-BOUNCE-REASON.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       START-THE-OUTBOX.
            MOVE ZEROES TO OUTBOX-KEY.
            MOVE "N" TO OUTBOX-AT-END.
            START OUTBOX-FILE
               KEY IS NOT LESS THAN OUTBOX-KEY
               INVALID KEY
               MOVE "Y" TO OUTBOX-AT-END.

       READ-NEXT-OUTBOX-RECORD.
            READ OUTBOX-FILE NEXT RECORD
               AT END MOVE "Y" TO OUTBOX-AT-END.

       READ-OUTBOX-RECORD.
            MOVE "Y" TO OUTBOX-RECORD-FOUND.
            READ OUTBOX-FILE RECORD
               INVALID KEY
               MOVE "N" TO OUTBOX-RECORD-FOUND.

       REWRITE-OUTBOX-RECORD.
            REWRITE OUTBOX-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING OUTBOX RECORD".

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "Y"
                MOVE VENDOR-RECORD TO JOURNAL-SAVED-VENDOR.

       REWRITE-VENDOR-RECORD.
            REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
            MOVE "VN" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VENDOR-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VENDOR TO JOURNAL-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pljrnl01.cbl".
            COPY "plsignon01.cbl".

            COPY "plspool01.cbl".
