      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Sanctions hit review - the compliance operator's desk for
      * the potential matches the screens raise (fdofac01.cbl).
      * Requires the compliance authority (the "S" sign-on).
      *   1. WORK THE OPEN HITS - each undecided hit is shown with
      *      the payee, the name that matched, and the listed
      *      party, and is either
      *        C)LEARED  - a false positive; the payee may be paid,
      *                    and the clearance holds for as long as
      *                    the payee keeps that name;
      *        M)ATCHED  - a true match; the vendor goes on hold
      *                    (the employee payee inactive, the
      *                    new-vendor request rejected) and the hit
      *                    stays blocking for good;
      *      or S)KIPPED for now. Every decision carries a note,
      *      is written to the system audit trail with before and
      *      after images, and to the screening log.
      *   2. PRINT THE SCREENING LOG - every list refresh, name
      *      screened, hit raised, and decision in a date range:
      *      the evidence for the bank and the auditors that every
      *      payee was screened before money went out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofacrev01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slemp01.cbl".
            COPY "slofac01.cbl".
            COPY "slofaclg.cbl".
            COPY "slvndaud.cbl".
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "sljrnl01.cbl".
            COPY "slvndreq.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdemp01.cbl".
            COPY "fdofac01.cbl".
            COPY "fdofaclg.cbl".
            COPY "fdvndaud.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdvndreq.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 2.

       77   HIT-FILE-AT-END               PIC X.
       77   LOG-FILE-AT-END               PIC X.
       77   PAYEE-RECORD-FOUND            PIC X.
       77   DECISION-DATE                 PIC 9(8).
       77   DECISION-NOTE                 PIC X(30).
       77   REVIEWED-COUNT                PIC 9(5) VALUE ZERO.
       77   DECIDED-COUNT                 PIC 9(5) VALUE ZERO.
       77   LOG-LINES-PRINTED             PIC 9(5) VALUE ZERO.
       77   FROM-DATE                     PIC 9(8).
       77   THROUGH-DATE                  PIC 9(8).

       77   DECISION-CHOICE               PIC X VALUE SPACE.
            88 CLEAR-THIS-HIT             VALUE "C".
            88 CONFIRM-THIS-HIT           VALUE "M".
            88 SKIP-THIS-HIT              VALUE "S".
            88 QUIT-THE-QUEUE             VALUE "Q".

       77   LAST-AUDIT-DATE               PIC 9(8) VALUE ZERO.
       77   LAST-AUDIT-TIME               PIC 9(8) VALUE ZERO.
       77   AUDIT-SEQ-COUNTER             PIC 9(2) VALUE ZERO.
       77   LAST-SYSTEM-AUDIT-DATE        PIC 9(8) VALUE ZERO.
       77   LAST-SYSTEM-AUDIT-TIME        PIC 9(8) VALUE ZERO.
       77   SYSTEM-AUDIT-SEQ-COUNTER      PIC 9(2) VALUE ZERO.
       77   SYSTEM-AUDIT-SAVED-IMAGE      PIC X(600).

       01   LOG-LINE.
            05 PRINT-LOG-DATE             PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LOG-EVENT            PIC X(2).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LOG-PAYEE-TYPE       PIC X.
            05 PRINT-LOG-PAYEE-NUMBER     PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LOG-NAME             PIC X(20).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LOG-OPERATOR         PIC X(8).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-LOG-NOTE             PIC X(28).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(11) VALUE "DATE".
            05 FILLER                     PIC X(3)  VALUE "EV".
            05 FILLER                     PIC X(7)  VALUE "PAYEE".
            05 FILLER                     PIC X(21) VALUE "NAME".
            05 FILLER                     PIC X(9)  VALUE "BY".
            05 FILLER                     PIC X(20) VALUE "NOTE".

       77   PRINT-LOG-COUNTS              PIC X(28).
       77   HITS-FIELD                    PIC ZZ9.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsspool01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "S" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            ACCEPT DECISION-DATE FROM DATE YYYYMMDD.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O VENDOR-FILE.
            OPEN I-O EMPLOYEE-FILE.
            OPEN I-O OFAC-HIT-FILE.
            OPEN I-O VENDOR-AUDIT-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O VENDOR-REQUEST-FILE.
            MOVE "OFACREV1" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE OFAC-HIT-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE VENDOR-REQUEST-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * MENU
      *--------------------------------
       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "SANCTIONS HIT REVIEW - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. WORK THE OPEN HITS".
            DISPLAY "2. PRINT THE SCREENING LOG".
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
                PERFORM WORK-THE-QUEUE.
            IF MENU-PICK = 2
                PERFORM PRINT-THE-SCREENING-LOG.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * THE QUEUE
      *--------------------------------
       WORK-THE-QUEUE.
            MOVE ZERO TO REVIEWED-COUNT.
            MOVE ZERO TO DECIDED-COUNT.
            MOVE SPACE TO DECISION-CHOICE.
            OPEN EXTEND OFAC-LOG-FILE.
            MOVE "N" TO HIT-FILE-AT-END.
            MOVE LOW-VALUES TO OFAC-HIT-KEY.
            START OFAC-HIT-FILE
               KEY IS NOT LESS THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO HIT-FILE-AT-END.
            PERFORM REVIEW-NEXT-HIT
               UNTIL HIT-FILE-AT-END = "Y"
                  OR QUIT-THE-QUEUE.
            CLOSE OFAC-LOG-FILE.
            IF REVIEWED-COUNT = ZERO
                DISPLAY "NO HIT IS WAITING FOR A DECISION".
            DISPLAY "HITS REVIEWED: " REVIEWED-COUNT.
            DISPLAY "HITS DECIDED:  " DECIDED-COUNT.

       REVIEW-NEXT-HIT.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO HIT-FILE-AT-END.
            IF HIT-FILE-AT-END NOT = "Y"
                IF OFAC-HIT-UNRESOLVED
                    ADD 1 TO REVIEWED-COUNT
                    PERFORM DISPLAY-THE-HIT
                    PERFORM ASK-DECISION-CHOICE
                    IF CLEAR-THIS-HIT OR CONFIRM-THIS-HIT
                        PERFORM DECIDE-THE-HIT.

       DISPLAY-THE-HIT.
            DISPLAY " ".
            IF OFAC-HIT-IS-VENDOR
                DISPLAY "VENDOR " OFAC-HIT-PAYEE-NUMBER
            ELSE
            IF OFAC-HIT-IS-REQUEST
                DISPLAY "NEW VENDOR REQUEST " OFAC-HIT-PAYEE-NUMBER
            ELSE
                DISPLAY "EMPLOYEE " OFAC-HIT-PAYEE-NUMBER.
            IF OFAC-HIT-NAME-SOURCE = "R"
                DISPLAY "  REMIT-TO NAME: " OFAC-HIT-PAYEE-NAME
            ELSE
                DISPLAY "  NAME:          " OFAC-HIT-PAYEE-NAME.
            PERFORM DISPLAY-THE-PAYEE-ADDRESS.
            DISPLAY "  LISTED NAME:   " OFAC-HIT-SDN-NAME.
            DISPLAY "  LIST ENTRY:    " OFAC-HIT-SDN-ENTRY
               " ALIAS " OFAC-HIT-SDN-ALIAS
               "  PROGRAM " OFAC-HIT-SDN-PROGRAM.
            MOVE OFAC-HIT-FOUND-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "  SCORE " OFAC-HIT-SCORE
               "  RAISED " FORMATTED-DATE " BY " OFAC-HIT-FOUND-BY.

      * The address is what usually settles a name-only hit.
       DISPLAY-THE-PAYEE-ADDRESS.
            MOVE "N" TO PAYEE-RECORD-FOUND.
            IF OFAC-HIT-IS-VENDOR
                PERFORM READ-THE-HIT-VENDOR
                IF PAYEE-RECORD-FOUND = "Y"
                    DISPLAY "  ADDRESS:       " VENDOR-ADDRESS-1
                    DISPLAY "                 " VENDOR-CITY " "
                       VENDOR-STATE " " VENDOR-ZIP
                END-IF
            ELSE
            IF OFAC-HIT-IS-REQUEST
                PERFORM READ-THE-HIT-REQUEST
                IF PAYEE-RECORD-FOUND = "Y"
                    DISPLAY "  ADDRESS:       " VNDREQ-ADDRESS-1
                    DISPLAY "                 " VNDREQ-CITY " "
                       VNDREQ-STATE " " VNDREQ-ZIP
                    DISPLAY "  REQUESTED BY:  " VNDREQ-REQUESTED-BY
                END-IF
            ELSE
                PERFORM READ-THE-HIT-EMPLOYEE
                IF PAYEE-RECORD-FOUND = "Y"
                    DISPLAY "  ADDRESS:       " EMPLOYEE-ADDRESS-1
                    DISPLAY "                 " EMPLOYEE-CITY " "
                       EMPLOYEE-STATE " " EMPLOYEE-ZIP.
            IF PAYEE-RECORD-FOUND = "N"
                DISPLAY "  ** PAYEE NO LONGER ON FILE **".

       ASK-DECISION-CHOICE.
            DISPLAY "C)LEAR - FALSE POSITIVE, M)ATCH - CONFIRM,".
            DISPLAY "S)KIP, OR Q)UIT?".
            ACCEPT DECISION-CHOICE.
            INSPECT DECISION-CHOICE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF NOT CLEAR-THIS-HIT AND
                  NOT CONFIRM-THIS-HIT AND
                  NOT SKIP-THIS-HIT AND
                  NOT QUIT-THE-QUEUE
                DISPLAY "YOU MUST ENTER C, M, S, OR Q"
                PERFORM ASK-DECISION-CHOICE.

       DECIDE-THE-HIT.
            PERFORM ACCEPT-DECISION-NOTE.
            MOVE OFAC-HIT-RECORD TO SYSTEM-AUDIT-SAVED-IMAGE.
            IF CLEAR-THIS-HIT
                MOVE "C" TO OFAC-HIT-STATUS
                MOVE "CL" TO OFAC-LOG-EVENT
            ELSE
                MOVE "M" TO OFAC-HIT-STATUS
                MOVE "CF" TO OFAC-LOG-EVENT.
            MOVE OPERATOR-ID TO OFAC-HIT-DECIDED-BY.
            MOVE DECISION-DATE TO OFAC-HIT-DECIDED-DATE.
            MOVE DECISION-NOTE TO OFAC-HIT-DECISION-NOTE.
            REWRITE OFAC-HIT-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SANCTIONS HIT RECORD".
            PERFORM WRITE-DECISION-AUDIT-RECORD.
            PERFORM WRITE-DECISION-LOG.
            ADD 1 TO DECIDED-COUNT.
            IF CONFIRM-THIS-HIT
                PERFORM BLOCK-THE-PAYEE
            ELSE
                DISPLAY "HIT CLEARED".

       ACCEPT-DECISION-NOTE.
            DISPLAY "ENTER THE REASON FOR THE DECISION".
            MOVE SPACES TO DECISION-NOTE.
            ACCEPT DECISION-NOTE.
            INSPECT DECISION-NOTE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF DECISION-NOTE = SPACES
                DISPLAY "A REASON IS REQUIRED"
                PERFORM ACCEPT-DECISION-NOTE.

      * A confirmed match stops the payee everywhere, not just in
      * the run proposal - the vendor goes on hold through the same
      * audited change vndhld01 makes.
       BLOCK-THE-PAYEE.
            IF OFAC-HIT-IS-VENDOR
                PERFORM READ-THE-HIT-VENDOR
                IF PAYEE-RECORD-FOUND = "Y"
                    PERFORM PLACE-VENDOR-ON-HOLD
                END-IF
            ELSE
            IF OFAC-HIT-IS-REQUEST
                PERFORM READ-THE-HIT-REQUEST
                IF PAYEE-RECORD-FOUND = "Y"
                    PERFORM REJECT-THE-VENDOR-REQUEST
                END-IF
            ELSE
                PERFORM READ-THE-HIT-EMPLOYEE
                IF PAYEE-RECORD-FOUND = "Y"
                    MOVE "I" TO EMPLOYEE-STATUS
                    REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                       DISPLAY "ERROR REWRITING EMPLOYEE RECORD"
                    END-REWRITE
                    DISPLAY "MATCH CONFIRMED - EMPLOYEE PAYEE "
                       "MADE INACTIVE".

       PLACE-VENDOR-ON-HOLD.
            MOVE VENDOR-RECORD TO JOURNAL-SAVED-VENDOR.
            MOVE "VENDOR-STATUS" TO AUDIT-FIELD-CHANGED.
            MOVE VENDOR-STATUS TO AUDIT-OLD-VALUE.
            MOVE "H" TO VENDOR-STATUS.
            MOVE VENDOR-STATUS TO AUDIT-NEW-VALUE.
            REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR RECORD".
            MOVE "VN" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VENDOR-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VENDOR TO JOURNAL-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.
            PERFORM WRITE-AUDIT-RECORD.
            DISPLAY "MATCH CONFIRMED - VENDOR PLACED ON HOLD".

      * A request still in the onboarding queue never reaches the
      * vendor master - it is rejected, and stays on file with the
      * compliance operator's reason.
       REJECT-THE-VENDOR-REQUEST.
            IF VNDREQ-STILL-OPEN
                MOVE "R" TO VNDREQ-STATUS
                MOVE OPERATOR-ID TO VNDREQ-DECIDED-BY
                MOVE DECISION-DATE TO VNDREQ-DECIDED-DATE
                MOVE DECISION-NOTE TO VNDREQ-DECISION-NOTE
                REWRITE VENDOR-REQUEST-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING VENDOR REQUEST"
                END-REWRITE
                DISPLAY "MATCH CONFIRMED - VENDOR REQUEST REJECTED"
            ELSE
                DISPLAY "MATCH CONFIRMED - THE REQUEST WAS ALREADY "
                   "CLOSED".

       WRITE-DECISION-LOG.
            ACCEPT OFAC-LOG-DATE FROM DATE YYYYMMDD.
            ACCEPT OFAC-LOG-TIME FROM TIME.
            MOVE "OFACREV1" TO OFAC-LOG-PROGRAM.
            MOVE OPERATOR-ID TO OFAC-LOG-OPERATOR.
            MOVE OFAC-HIT-PAYEE-TYPE TO OFAC-LOG-PAYEE-TYPE.
            MOVE OFAC-HIT-PAYEE-NUMBER TO OFAC-LOG-PAYEE-NUMBER.
            MOVE OFAC-HIT-NAME-SOURCE TO OFAC-LOG-NAME-SOURCE.
            MOVE OFAC-HIT-PAYEE-NAME TO OFAC-LOG-PAYEE-NAME.
            MOVE OFAC-HIT-SDN-ENTRY TO OFAC-LOG-SDN-ENTRY.
            MOVE OFAC-HIT-SCORE TO OFAC-LOG-SCORE.
            MOVE ZERO TO OFAC-LOG-HITS.
            MOVE DECISION-NOTE TO OFAC-LOG-NOTE.
            WRITE OFAC-LOG-RECORD.

      *--------------------------------
      * THE SCREENING LOG
      *--------------------------------
       PRINT-THE-SCREENING-LOG.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "LOG FROM DATE(MM/DD/CCYY)?" TO DATE-PROMPT.
            MOVE "A FROM DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO FROM-DATE.
            MOVE "LOG THROUGH DATE(MM/DD/CCYY)?" TO DATE-PROMPT.
            MOVE "A THROUGH DATE IS REQUIRED" TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO THROUGH-DATE.
            MOVE "OFACLOG1" TO SPOOL-NAME-REPORT-ID.
            MOVE "SANCTIONS SCREENING LOG" TO SPOOL-NAME-TITLE.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            MOVE "SANCTIONS SCREENING LOG" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE ZERO TO LOG-LINES-PRINTED.
            OPEN INPUT OFAC-LOG-FILE.
            MOVE "N" TO LOG-FILE-AT-END.
            PERFORM PRINT-ONE-LOG-ENTRY
               UNTIL LOG-FILE-AT-END = "Y".
            CLOSE OFAC-LOG-FILE.
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "LOG ENTRIES PRINTED: " LOG-LINES-PRINTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            CLOSE PRINTER-FILE.

       PRINT-ONE-LOG-ENTRY.
            READ OFAC-LOG-FILE
               AT END MOVE "Y" TO LOG-FILE-AT-END.
            IF LOG-FILE-AT-END NOT = "Y"
                IF OFAC-LOG-DATE NOT < FROM-DATE AND
                      OFAC-LOG-DATE NOT > THROUGH-DATE
                    PERFORM PRINT-THE-LOG-LINE.

       PRINT-THE-LOG-LINE.
            ADD 1 TO LOG-LINES-PRINTED.
            MOVE OFAC-LOG-DATE TO DATE-CCYYMMDD.
            COMPUTE DATE-MMDDCCYY = DATE-CCYYMMDD * 10000.0001.
            MOVE DATE-MMDDCCYY TO PRINT-LOG-DATE.
            MOVE OFAC-LOG-EVENT TO PRINT-LOG-EVENT.
            MOVE OFAC-LOG-PAYEE-TYPE TO PRINT-LOG-PAYEE-TYPE.
            MOVE OFAC-LOG-PAYEE-NUMBER TO PRINT-LOG-PAYEE-NUMBER.
            MOVE OFAC-LOG-PAYEE-NAME TO PRINT-LOG-NAME.
            MOVE OFAC-LOG-OPERATOR TO PRINT-LOG-OPERATOR.
            IF OFAC-LOG-SCREENED
                MOVE OFAC-LOG-HITS TO HITS-FIELD
                MOVE SPACES TO PRINT-LOG-COUNTS
                STRING "SCREENED - HITS " HITS-FIELD
                   DELIMITED BY SIZE INTO PRINT-LOG-COUNTS
                MOVE PRINT-LOG-COUNTS TO PRINT-LOG-NOTE
            ELSE
                MOVE OFAC-LOG-NOTE TO PRINT-LOG-NOTE.
            MOVE LOG-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * AUDIT TRAILS
      *--------------------------------
       WRITE-AUDIT-RECORD.
            MOVE VENDOR-NUMBER TO AUDIT-VENDOR-NUMBER.
            ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT AUDIT-TIME FROM TIME.
            PERFORM ASSIGN-AUDIT-SEQUENCE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-SOURCE.
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

       WRITE-DECISION-AUDIT-RECORD.
            MOVE "ofacrev1" TO SYSTEM-AUDIT-PROGRAM-ID.
            ACCEPT SYSTEM-AUDIT-DATE FROM DATE YYYYMMDD.
            ACCEPT SYSTEM-AUDIT-TIME FROM TIME.
            MOVE OFAC-HIT-KEY TO SYSTEM-AUDIT-RECORD-KEY.
            MOVE OPERATOR-ID TO SYSTEM-AUDIT-OPERATOR-ID.
            MOVE "CHANGE" TO SYSTEM-AUDIT-OPERATION.
            MOVE SYSTEM-AUDIT-SAVED-IMAGE
               TO SYSTEM-AUDIT-BEFORE-IMAGE.
            MOVE OFAC-HIT-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE.
            PERFORM ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            WRITE SYSTEM-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SYSTEM AUDIT RECORD".

       ASSIGN-SYSTEM-AUDIT-SEQUENCE.
            IF SYSTEM-AUDIT-DATE = LAST-SYSTEM-AUDIT-DATE AND
               SYSTEM-AUDIT-TIME = LAST-SYSTEM-AUDIT-TIME
                ADD 1 TO SYSTEM-AUDIT-SEQ-COUNTER
            ELSE
                MOVE ZERO TO SYSTEM-AUDIT-SEQ-COUNTER
                MOVE SYSTEM-AUDIT-DATE TO LAST-SYSTEM-AUDIT-DATE
                MOVE SYSTEM-AUDIT-TIME TO LAST-SYSTEM-AUDIT-TIME.
            MOVE SYSTEM-AUDIT-SEQ-COUNTER TO SYSTEM-AUDIT-SEQ.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-THE-HIT-VENDOR.
            MOVE OFAC-HIT-PAYEE-NUMBER TO VENDOR-NUMBER.
            MOVE "Y" TO PAYEE-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO PAYEE-RECORD-FOUND.

       READ-THE-HIT-REQUEST.
            MOVE OFAC-HIT-PAYEE-NUMBER TO VNDREQ-NUMBER.
            MOVE "Y" TO PAYEE-RECORD-FOUND.
            READ VENDOR-REQUEST-FILE RECORD
               INVALID KEY
               MOVE "N" TO PAYEE-RECORD-FOUND.

       READ-THE-HIT-EMPLOYEE.
            MOVE OFAC-HIT-PAYEE-NUMBER TO EMPLOYEE-NUMBER.
            MOVE "Y" TO PAYEE-RECORD-FOUND.
            READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO PAYEE-RECORD-FOUND.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plspool01.cbl".
