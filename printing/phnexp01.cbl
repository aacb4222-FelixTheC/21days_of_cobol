      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Phone-directory export - the directory kept here (phnmnt01,
      * phnsyn01) becomes the source for the two systems that used
      * to keep their own copies and never matched:
      *   PHNVCARD - the email system's address book, one vCard 3.0
      *              card per person in name order:
      *                 BEGIN:VCARD
      *                 VERSION:3.0
      *                 N:last;first;;;
      *                 FN:first last
      *                 ORG:;department
      *                 TEL;TYPE=WORK,VOICE:number
      *                 X-EXTENSION:extension
      *                 END:VCARD
      *              (a blank number or extension line is left off);
      *   PHNVMAIL - the voicemail system's dial-by-name directory,
      *              fixed format, one 70-byte row per person with an
      *              extension (no extension, no mailbox):
      *                 1-5   extension     6-25  last name
      *                 26-45 first name    46-55 department
      *                 56-70 phone number
      * Both files are rebuilt whole on every run; the voicemail
      * and email loads replace what they had.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phnexp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slphone01.cbl".

            SELECT OPTIONAL VCARD-FILE
               ASSIGN TO "PHNVCARD"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL VOICEMAIL-FILE
               ASSIGN TO "PHNVMAIL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdphone01.cbl".

       FD   VCARD-FILE
            LABEL RECORDS ARE STANDARD.
       01   VCARD-RECORD                  PIC X(80).

       FD   VOICEMAIL-FILE
            LABEL RECORDS ARE STANDARD.
       01   VOICEMAIL-RECORD.
            05 VOICEMAIL-EXTENSION        PIC X(5).
            05 VOICEMAIL-LAST-NAME        PIC X(20).
            05 VOICEMAIL-FIRST-NAME       PIC X(20).
            05 VOICEMAIL-DEPARTMENT       PIC X(10).
            05 VOICEMAIL-NUMBER           PIC X(15).

       WORKING-STORAGE SECTION.

       77   PHONE-FILE-AT-END             PIC X.
       77   CARDS-WRITTEN                 PIC 9(5) VALUE ZERO.
       77   MAILBOXES-WRITTEN             PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE LOW-VALUES TO PHONE-NAME-KEY.
            MOVE "N" TO PHONE-FILE-AT-END.
            START PHONE-FILE
               KEY IS NOT LESS THAN PHONE-NAME-KEY
               INVALID KEY
               MOVE "Y" TO PHONE-FILE-AT-END.
            PERFORM EXPORT-ONE-ENTRY
               UNTIL PHONE-FILE-AT-END = "Y".
            PERFORM CLOSING-PROCEDURE.
            DISPLAY "ADDRESS BOOK CARDS:    " CARDS-WRITTEN.
            DISPLAY "VOICEMAIL DIRECTORY:   " MAILBOXES-WRITTEN.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PHONE-FILE.
            OPEN OUTPUT VCARD-FILE.
            OPEN OUTPUT VOICEMAIL-FILE.

       CLOSING-PROCEDURE.
            CLOSE PHONE-FILE.
            CLOSE VCARD-FILE.
            CLOSE VOICEMAIL-FILE.

       EXPORT-ONE-ENTRY.
            READ PHONE-FILE NEXT RECORD
               AT END MOVE "Y" TO PHONE-FILE-AT-END.
            IF PHONE-FILE-AT-END NOT = "Y"
                PERFORM WRITE-THE-VCARD
                IF PHONE-EXTENSION NOT = SPACES
                    PERFORM WRITE-THE-MAILBOX.

      *--------------------------------
      * EMAIL ADDRESS BOOK
      *--------------------------------
      * Names are cut at the first double space so the trailing
      * blanks of the fixed fields do not go into the card.
       WRITE-THE-VCARD.
            MOVE "BEGIN:VCARD" TO VCARD-RECORD.
            WRITE VCARD-RECORD.
            MOVE "VERSION:3.0" TO VCARD-RECORD.
            WRITE VCARD-RECORD.
            MOVE SPACES TO VCARD-RECORD.
            STRING "N:" DELIMITED BY SIZE
                   PHONE-LAST-NAME DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   PHONE-FIRST-NAME DELIMITED BY "  "
                   ";;;" DELIMITED BY SIZE
               INTO VCARD-RECORD.
            WRITE VCARD-RECORD.
            MOVE SPACES TO VCARD-RECORD.
            STRING "FN:" DELIMITED BY SIZE
                   PHONE-FIRST-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   PHONE-LAST-NAME DELIMITED BY "  "
               INTO VCARD-RECORD.
            WRITE VCARD-RECORD.
            IF PHONE-DEPARTMENT NOT = SPACES
                MOVE SPACES TO VCARD-RECORD
                STRING "ORG:;" DELIMITED BY SIZE
                       PHONE-DEPARTMENT DELIMITED BY "  "
                   INTO VCARD-RECORD
                WRITE VCARD-RECORD.
            IF PHONE-NUMBER NOT = SPACES
                MOVE SPACES TO VCARD-RECORD
                STRING "TEL;TYPE=WORK,VOICE:" DELIMITED BY SIZE
                       PHONE-NUMBER DELIMITED BY "  "
                   INTO VCARD-RECORD
                WRITE VCARD-RECORD.
            IF PHONE-EXTENSION NOT = SPACES
                MOVE SPACES TO VCARD-RECORD
                STRING "X-EXTENSION:" DELIMITED BY SIZE
                       PHONE-EXTENSION DELIMITED BY " "
                   INTO VCARD-RECORD
                WRITE VCARD-RECORD.
            MOVE "END:VCARD" TO VCARD-RECORD.
            WRITE VCARD-RECORD.
            ADD 1 TO CARDS-WRITTEN.

      *--------------------------------
      * VOICEMAIL DIRECTORY
      *--------------------------------
       WRITE-THE-MAILBOX.
            MOVE PHONE-EXTENSION TO VOICEMAIL-EXTENSION.
            MOVE PHONE-LAST-NAME TO VOICEMAIL-LAST-NAME.
            MOVE PHONE-FIRST-NAME TO VOICEMAIL-FIRST-NAME.
            MOVE PHONE-DEPARTMENT TO VOICEMAIL-DEPARTMENT.
            MOVE PHONE-NUMBER TO VOICEMAIL-NUMBER.
            WRITE VOICEMAIL-RECORD.
            ADD 1 TO MAILBOXES-WRITTEN.
