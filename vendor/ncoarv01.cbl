      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * NCOA address-update review - the clerk's half of the
      * ncoaex01/ncoaim01 change-of-address cycle. The clerk walks
      * the queue (fdncoa01.cbl) and for each corrected or forwarding
      * address:
      *   A)CCEPT - the new address is written to the vendor master
      *             (the vendor address or the remit-to block, as
      *             queued), one vendor audit record per field that
      *             changes (fdvndaud.cbl, source "NCOA", under the
      *             clerk's id - the vndpnd01.cbl approval idiom),
      *             and the queue record is removed. A returned-mail
      *             flag on that address (rtnmail01.cbl) is cleared,
      *             the same as a correction keyed in vndmnt04;
      *   R)EJECT - the queue record stays in "R" status with the
      *             clerk and date, for the standing report;
      *   S)KIP   - leave it for later.
      * An address that has been changed in vndmnt04 since the
      * extract no longer matches the queued old address and cannot
      * be accepted over the top of the newer correction.
      * A report option lists everything pending and rejected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncoarv01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvndaud.cbl".
            COPY "slncoa01.cbl".
            COPY "slstate.cbl".
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvndaud.cbl".
            COPY "fdncoa01.cbl".
            COPY "fdstate.cbl".
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 2.

       77   QUEUE-FILE-AT-END             PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   STATE-RECORD-FOUND            PIC X.
       77   ADDRESS-STILL-MATCHES         PIC X.
       77   REVIEWED-COUNT                PIC 9(5) VALUE ZERO.
       77   ACCEPTED-COUNT                PIC 9(5) VALUE ZERO.

       77   REVIEW-CHOICE                 PIC X VALUE SPACE.
            88 ACCEPT-THIS-CHANGE         VALUE "A".
            88 REJECT-THIS-CHANGE         VALUE "R".
            88 SKIP-THIS-CHANGE           VALUE "S".
            88 QUIT-THE-REVIEW            VALUE "Q".

      * The vendor's address of the queued type as it stands on the
      * master right now, in the queue record's shape.
       01   CURRENT-ADDRESS.
            05 CURRENT-ADDRESS-1          PIC X(30).
            05 CURRENT-ADDRESS-2          PIC X(30).
            05 CURRENT-CITY               PIC X(20).
            05 CURRENT-STATE              PIC X(2).
            05 CURRENT-ZIP                PIC X(10).

       77   LAST-AUDIT-DATE               PIC 9(8) VALUE ZERO.
       77   LAST-AUDIT-TIME               PIC 9(8) VALUE ZERO.
       77   AUDIT-SEQ-COUNTER             PIC 9(2) VALUE ZERO.

            COPY "wssignon01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".

       77   LOWER-ALPHA                   PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77   UPPER-ALPHA                   PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "M" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "NCOARV01" TO SPOOL-NAME-REPORT-ID.
            MOVE "NCOA ADDRESS UPDATES" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O VENDOR-FILE.
            OPEN I-O VENDOR-AUDIT-FILE.
            OPEN I-O NCOA-QUEUE-FILE.
            OPEN INPUT STATE-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "NCOARV01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            CLOSE NCOA-QUEUE-FILE.
            CLOSE STATE-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE PRINTER-FILE.
            CLOSE JOURNAL-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "NCOA ADDRESS UPDATES - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. REVIEW THE ADDRESS-UPDATE QUEUE".
            DISPLAY "2. PRINT PENDING/REJECTED REPORT".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-2)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM REVIEW-THE-QUEUE.
            IF MENU-PICK = 2
                PERFORM PRINT-THE-REPORT.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * REVIEW
      *--------------------------------
       REVIEW-THE-QUEUE.
            MOVE ZERO TO REVIEWED-COUNT.
            MOVE SPACE TO REVIEW-CHOICE.
            CLOSE NCOA-QUEUE-FILE.
            OPEN I-O NCOA-QUEUE-FILE.
            MOVE "N" TO QUEUE-FILE-AT-END.
            PERFORM READ-NEXT-QUEUE-RECORD.
            PERFORM REVIEW-ONE-CHANGE
               UNTIL QUEUE-FILE-AT-END = "Y"
                  OR QUIT-THE-REVIEW.
            IF REVIEWED-COUNT = ZERO
                DISPLAY "NOTHING IS WAITING FOR REVIEW".

       REVIEW-ONE-CHANGE.
            IF NCOA-AWAITING-REVIEW
                ADD 1 TO REVIEWED-COUNT
                PERFORM DISPLAY-QUEUED-CHANGE
                PERFORM ASK-REVIEW-CHOICE
                IF ACCEPT-THIS-CHANGE
                    PERFORM ACCEPT-THE-CHANGE
                END-IF
                IF REJECT-THIS-CHANGE
                    PERFORM REJECT-THE-CHANGE
                END-IF
            END-IF.
            IF NOT QUIT-THE-REVIEW
                PERFORM READ-NEXT-QUEUE-RECORD.

       DISPLAY-QUEUED-CHANGE.
            MOVE NCOA-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO VENDOR-NAME.
            DISPLAY " ".
            DISPLAY "VENDOR " NCOA-VENDOR " " VENDOR-NAME.
            IF NCOA-REMIT-ADDRESS
                DISPLAY "REMIT-TO ADDRESS - MATCH CODE "
                   NCOA-MATCH-CODE
            ELSE
                DISPLAY "VENDOR ADDRESS - MATCH CODE "
                   NCOA-MATCH-CODE.
            DISPLAY "FROM:   " NCOA-OLD-ADDRESS-1.
            IF NCOA-OLD-ADDRESS-2 NOT = SPACES
                DISPLAY "        " NCOA-OLD-ADDRESS-2.
            DISPLAY "        " NCOA-OLD-CITY " " NCOA-OLD-STATE
               " " NCOA-OLD-ZIP.
            DISPLAY "TO:     " NCOA-NEW-ADDRESS-1.
            IF NCOA-NEW-ADDRESS-2 NOT = SPACES
                DISPLAY "        " NCOA-NEW-ADDRESS-2.
            DISPLAY "        " NCOA-NEW-CITY " " NCOA-NEW-STATE
               " " NCOA-NEW-ZIP.

       ASK-REVIEW-CHOICE.
            DISPLAY "A)CCEPT, R)EJECT, S)KIP, OR Q)UIT?".
            ACCEPT REVIEW-CHOICE.
            INSPECT REVIEW-CHOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM RE-ASK-REVIEW-CHOICE
               UNTIL ACCEPT-THIS-CHANGE OR REJECT-THIS-CHANGE OR
                     SKIP-THIS-CHANGE OR QUIT-THE-REVIEW.

       RE-ASK-REVIEW-CHOICE.
            DISPLAY "YOU MUST ENTER A, R, S, OR Q".
            ACCEPT REVIEW-CHOICE.
            INSPECT REVIEW-CHOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ACCEPT-THE-CHANGE.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR NO LONGER ON FILE - REJECTING"
                PERFORM REJECT-THE-CHANGE
            ELSE
                PERFORM CHECK-ADDRESS-STILL-MATCHES
                MOVE NCOA-NEW-STATE TO STATE-CODE
                PERFORM READ-STATE-RECORD
                IF ADDRESS-STILL-MATCHES = "N"
                    DISPLAY "ADDRESS WAS CHANGED SINCE THE EXTRACT -"
                    DISPLAY "REJECT THIS ONE OR RE-RUN THE CYCLE"
                ELSE
                IF STATE-RECORD-FOUND = "N"
                    DISPLAY "NEW STATE " NCOA-NEW-STATE
                       " IS NOT ON THE STATE FILE"
                ELSE
                    PERFORM APPLY-THE-NEW-ADDRESS
                    PERFORM REWRITE-VENDOR-RECORD
                    DELETE NCOA-QUEUE-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING NCOA QUEUE RECORD"
                    END-DELETE
                    ADD 1 TO ACCEPTED-COUNT
                    DISPLAY "ADDRESS UPDATED ON THE VENDOR MASTER".

       CHECK-ADDRESS-STILL-MATCHES.
            IF NCOA-REMIT-ADDRESS
                MOVE VENDOR-REMIT-ADDRESS-1 TO CURRENT-ADDRESS-1
                MOVE VENDOR-REMIT-ADDRESS-2 TO CURRENT-ADDRESS-2
                MOVE VENDOR-REMIT-CITY TO CURRENT-CITY
                MOVE VENDOR-REMIT-STATE TO CURRENT-STATE
                MOVE VENDOR-REMIT-ZIP TO CURRENT-ZIP
            ELSE
                MOVE VENDOR-ADDRESS-1 TO CURRENT-ADDRESS-1
                MOVE VENDOR-ADDRESS-2 TO CURRENT-ADDRESS-2
                MOVE VENDOR-CITY TO CURRENT-CITY
                MOVE VENDOR-STATE TO CURRENT-STATE
                MOVE VENDOR-ZIP TO CURRENT-ZIP.
            MOVE "Y" TO ADDRESS-STILL-MATCHES.
            IF CURRENT-ADDRESS NOT = NCOA-OLD-ADDRESS
                MOVE "N" TO ADDRESS-STILL-MATCHES.

      * Each field that actually changes gets its own audit record,
      * named the way vndmnt04 names them.
       APPLY-THE-NEW-ADDRESS.
            IF NCOA-REMIT-ADDRESS
                PERFORM APPLY-REMIT-ADDRESS
            ELSE
                PERFORM APPLY-VENDOR-ADDRESS.

       APPLY-VENDOR-ADDRESS.
            IF NCOA-NEW-ADDRESS-1 NOT = VENDOR-ADDRESS-1
                MOVE "VENDOR-ADDRESS-1" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-ADDRESS-1 TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-ADDRESS-1 TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-ADDRESS-1 TO VENDOR-ADDRESS-1
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-ADDRESS-2 NOT = VENDOR-ADDRESS-2
                MOVE "VENDOR-ADDRESS-2" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-ADDRESS-2 TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-ADDRESS-2 TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-ADDRESS-2 TO VENDOR-ADDRESS-2
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-CITY NOT = VENDOR-CITY
                MOVE "VENDOR-CITY" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-CITY TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-CITY TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-CITY TO VENDOR-CITY
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-STATE NOT = VENDOR-STATE
                MOVE "VENDOR-STATE" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-STATE TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-STATE TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-STATE TO VENDOR-STATE
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-ZIP NOT = VENDOR-ZIP
                MOVE "VENDOR-ZIP" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-ZIP TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-ZIP TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-ZIP TO VENDOR-ZIP
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF VENDOR-MAIN-ADDRESS-BAD
                PERFORM CLEAR-BAD-ADDRESS-FLAG.

       APPLY-REMIT-ADDRESS.
            IF NCOA-NEW-ADDRESS-1 NOT = VENDOR-REMIT-ADDRESS-1
                MOVE "VENDOR-REMIT-ADDRESS-1" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-REMIT-ADDRESS-1 TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-ADDRESS-1 TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-ADDRESS-1 TO VENDOR-REMIT-ADDRESS-1
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-ADDRESS-2 NOT = VENDOR-REMIT-ADDRESS-2
                MOVE "VENDOR-REMIT-ADDRESS-2" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-REMIT-ADDRESS-2 TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-ADDRESS-2 TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-ADDRESS-2 TO VENDOR-REMIT-ADDRESS-2
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-CITY NOT = VENDOR-REMIT-CITY
                MOVE "VENDOR-REMIT-CITY" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-REMIT-CITY TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-CITY TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-CITY TO VENDOR-REMIT-CITY
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-STATE NOT = VENDOR-REMIT-STATE
                MOVE "VENDOR-REMIT-STATE" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-REMIT-STATE TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-STATE TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-STATE TO VENDOR-REMIT-STATE
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF NCOA-NEW-ZIP NOT = VENDOR-REMIT-ZIP
                MOVE "VENDOR-REMIT-ZIP" TO AUDIT-FIELD-CHANGED
                MOVE VENDOR-REMIT-ZIP TO AUDIT-OLD-VALUE
                MOVE NCOA-NEW-ZIP TO AUDIT-NEW-VALUE
                MOVE NCOA-NEW-ZIP TO VENDOR-REMIT-ZIP
                PERFORM WRITE-NCOA-AUDIT-RECORD.
            IF VENDOR-REMIT-ADDRESS-BAD
                PERFORM CLEAR-BAD-ADDRESS-FLAG.

       CLEAR-BAD-ADDRESS-FLAG.
            MOVE SPACE TO VENDOR-BAD-ADDRESS.
            MOVE ZEROES TO VENDOR-BAD-ADDRESS-DATE.
            DISPLAY "RETURNED-MAIL HOLD RELEASED - REISSUE THE".
            DISPLAY "RETURNED CHECKS FROM RTNMAIL01".

       REJECT-THE-CHANGE.
            MOVE "R" TO NCOA-STATUS.
            MOVE OPERATOR-ID TO NCOA-REVIEWED-BY.
            ACCEPT NCOA-REVIEWED-DATE FROM DATE YYYYMMDD.
            REWRITE NCOA-QUEUE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING NCOA QUEUE RECORD".
            DISPLAY "CHANGE REJECTED - IT STAYS ON THE REPORT".

      *--------------------------------
      * PENDING/REJECTED REPORT
      *--------------------------------
       PRINT-THE-REPORT.
            MOVE "PENDING/REJECTED NCOA ADDRESS UPDATES"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            CLOSE NCOA-QUEUE-FILE.
            OPEN I-O NCOA-QUEUE-FILE.
            MOVE "N" TO QUEUE-FILE-AT-END.
            PERFORM READ-NEXT-QUEUE-RECORD.
            PERFORM PRINT-ONE-QUEUE-LINE
               UNTIL QUEUE-FILE-AT-END = "Y".
            DISPLAY "REPORT PRINTED".

       PRINT-ONE-QUEUE-LINE.
            MOVE SPACES TO PRINTER-RECORD.
            STRING NCOA-STATUS " VENDOR " NCOA-VENDOR
               " " NCOA-ADDRESS-TYPE
               " CODE " NCOA-MATCH-CODE
               " BY " NCOA-REVIEWED-BY
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "   " NCOA-OLD-ADDRESS-1 " " NCOA-OLD-CITY
               " " NCOA-OLD-STATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "-> " NCOA-NEW-ADDRESS-1 " " NCOA-NEW-CITY
               " " NCOA-NEW-STATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM READ-NEXT-QUEUE-RECORD.

      *--------------------------------
      * VENDOR AUDIT TRAIL
      * (vndpnd01.cbl's approval idiom -
      * the accepting clerk is the
      * operator of record)
      *--------------------------------
       WRITE-NCOA-AUDIT-RECORD.
            MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            PERFORM ASSIGN-AUDIT-SEQUENCE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE "NCOA" TO AUDIT-SOURCE.
            WRITE VENDOR-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING AUDIT RECORD".

       ASSIGN-AUDIT-SEQUENCE.
            IF AUDIT-DATE = LAST-AUDIT-DATE AND
               AUDIT-TIME = LAST-AUDIT-TIME
                ADD 1 TO AUDIT-SEQ-COUNTER
            ELSE
                MOVE ZERO TO AUDIT-SEQ-COUNTER
                MOVE AUDIT-DATE TO LAST-AUDIT-DATE
                MOVE AUDIT-TIME TO LAST-AUDIT-TIME.
            MOVE AUDIT-SEQ-COUNTER TO AUDIT-SEQUENCE.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
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

       READ-STATE-RECORD.
            MOVE "Y" TO STATE-RECORD-FOUND.
            READ STATE-FILE RECORD
               INVALID KEY
               MOVE "N" TO STATE-RECORD-FOUND.

       READ-NEXT-QUEUE-RECORD.
            READ NCOA-QUEUE-FILE NEXT RECORD
               AT END MOVE "Y" TO QUEUE-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plsignon01.cbl".
            COPY "pljrnl01.cbl".

            COPY "plspool01.cbl".
