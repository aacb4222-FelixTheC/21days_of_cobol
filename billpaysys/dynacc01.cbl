      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Early-payment offer answers - the vendor's yes or no to the
      * offers dynoff01.cbl sent, either keyed by voucher number as
      * replies come in or imported from the vendor portal's reply
      * file, one row per voucher:
      *   voucher(5) answer(1) - "A" accept, "D" decline
      * An accepted offer stamps the discount onto the voucher -
      * VOUCHER-DISCOUNT-AMOUNT the offered discount, VOUCHER-
      * DISCOUNT-DATE the offered pay date - and selects it, so the
      * next chkrun01/eftrun01 run on or before the pay date takes
      * the discount exactly as it takes a terms discount. A run
      * after the pay date pays the full amount, and the lapse shows
      * on dsclst01.cbl like any other.
      * An answer is refused when the offer is not outstanding, the
      * pay date has already gone by (the offer is expired), or the
      * voucher has moved since it was offered - paid, selected,
      * disputed, held for a wire or re-keyed to another amount.
      * The import prints every refused row on the spooled listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dynacc01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvouch.cbl".
            COPY "sldynof01.cbl".
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL OFFER-REPLY-FILE
               ASSIGN TO "DYNOFRSP"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fddynof01.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

            COPY "fdsplcat.cbl".

       FD   OFFER-REPLY-FILE
            LABEL RECORDS ARE STANDARD.
       01   OFFER-REPLY-RECORD.
            05 REPLY-VOUCHER              PIC X(5).
            05 REPLY-ANSWER               PIC X.

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 2.

       77   OFFER-ANSWER                  PIC X.
            88 ANSWER-IS-ACCEPT           VALUE "A".
            88 ANSWER-IS-DECLINE          VALUE "D".
            88 ANSWER-IS-VALID            VALUES "A" "D" " ".

       77   ENTRY-VOUCHER                 PIC 9(5).
       77   OFFER-RECORD-FOUND            PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   REPLY-FILE-AT-END             PIC X.
       77   ANSWER-REFUSAL                PIC X(40).
       77   TODAY-DATE                    PIC 9(8).
       77   ACCEPTED-COUNT                PIC 9(5) VALUE ZERO.
       77   DECLINED-COUNT                PIC 9(5) VALUE ZERO.
       77   REFUSED-COUNT                 PIC 9(5) VALUE ZERO.
       77   DISCOUNT-FIELD                PIC ZZZ,ZZ9.99-.
       77   NET-FIELD                     PIC ZZZ,ZZ9.99-.
       77   PERCENT-FIELD                 PIC 9.99.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wssignon01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "DYNACC01" TO SPOOL-NAME-REPORT-ID.
            MOVE "EARLY PAYMENT OFFER ANSWERS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
            DISPLAY "OFFERS ACCEPTED: " ACCEPTED-COUNT.
            DISPLAY "OFFERS DECLINED: " DECLINED-COUNT.
            DISPLAY "ANSWERS REFUSED: " REFUSED-COUNT.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O VOUCHER-FILE.
            OPEN I-O DYNAMIC-OFFER-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            MOVE "DYNACC01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE DYNAMIC-OFFER-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE PRINTER-FILE.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "EARLY PAYMENT OFFER ANSWERS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. KEY VENDOR ANSWERS".
            DISPLAY "2. IMPORT THE REPLY FILE".
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
                PERFORM KEY-THE-ANSWERS.
            IF MENU-PICK = 2
                PERFORM IMPORT-THE-REPLIES.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * KEYED ANSWERS
      *--------------------------------
       KEY-THE-ANSWERS.
            PERFORM ENTER-OFFER-VOUCHER.
            PERFORM KEY-ONE-ANSWER
               UNTIL ENTRY-VOUCHER = ZEROES.

       ENTER-OFFER-VOUCHER.
            MOVE "ENTER VOUCHER NUMBER OFFERED (0 TO END)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO ENTRY-VOUCHER.

       KEY-ONE-ANSWER.
            MOVE ENTRY-VOUCHER TO OFFER-VOUCHER.
            PERFORM READ-OFFER-RECORD.
            IF OFFER-RECORD-FOUND = "N"
                DISPLAY "NO OFFER ON FILE FOR THAT VOUCHER"
            ELSE
                PERFORM DISPLAY-THE-OFFER
                PERFORM ASK-THE-ANSWER
                IF OFFER-ANSWER NOT = SPACE
                    PERFORM RECORD-THE-ANSWER
                    IF ANSWER-REFUSAL NOT = SPACES
                        DISPLAY ANSWER-REFUSAL.
            PERFORM ENTER-OFFER-VOUCHER.

       DISPLAY-THE-OFFER.
            DISPLAY " ".
            DISPLAY "VOUCHER " OFFER-VOUCHER " VENDOR " OFFER-VENDOR
               " STATUS " OFFER-STATUS.
            MOVE OFFER-PAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE OFFER-DISCOUNT-PERCENT TO PERCENT-FIELD.
            MOVE OFFER-DISCOUNT-AMOUNT TO DISCOUNT-FIELD.
            MOVE OFFER-NET-AMOUNT TO NET-FIELD.
            DISPLAY "PAY ON " FORMATTED-DATE " LESS " PERCENT-FIELD
               "% = " DISCOUNT-FIELD " NET " NET-FIELD.

       ASK-THE-ANSWER.
            DISPLAY "A)CCEPTED, D)ECLINED, OR <ENTER> TO SKIP?".
            ACCEPT OFFER-ANSWER.
            INSPECT OFFER-ANSWER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF NOT ANSWER-IS-VALID
                DISPLAY "YOU MUST ENTER A OR D"
                PERFORM ASK-THE-ANSWER.

      *--------------------------------
      * IMPORTED ANSWERS
      *--------------------------------
       IMPORT-THE-REPLIES.
            MOVE "EARLY PAYMENT OFFER REPLIES - REFUSED"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            OPEN INPUT OFFER-REPLY-FILE.
            MOVE "N" TO REPLY-FILE-AT-END.
            PERFORM IMPORT-ONE-REPLY
               UNTIL REPLY-FILE-AT-END = "Y".
            CLOSE OFFER-REPLY-FILE.
            DISPLAY "REPLY FILE PROCESSED".

       IMPORT-ONE-REPLY.
            READ OFFER-REPLY-FILE
               AT END MOVE "Y" TO REPLY-FILE-AT-END.
            IF REPLY-FILE-AT-END NOT = "Y"
                PERFORM APPLY-ONE-REPLY.

       APPLY-ONE-REPLY.
            MOVE SPACES TO ANSWER-REFUSAL.
            MOVE REPLY-ANSWER TO OFFER-ANSWER.
            INSPECT OFFER-ANSWER
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF REPLY-VOUCHER IS NOT NUMERIC
                MOVE "VOUCHER NUMBER IS NOT NUMERIC"
                   TO ANSWER-REFUSAL
            ELSE
            IF NOT ANSWER-IS-ACCEPT AND NOT ANSWER-IS-DECLINE
                MOVE "ANSWER MUST BE A OR D" TO ANSWER-REFUSAL
            ELSE
                MOVE REPLY-VOUCHER TO OFFER-VOUCHER
                PERFORM READ-OFFER-RECORD
                IF OFFER-RECORD-FOUND = "N"
                    MOVE "NO OFFER ON FILE" TO ANSWER-REFUSAL
                ELSE
                    PERFORM RECORD-THE-ANSWER.
            IF ANSWER-REFUSAL NOT = SPACES
                PERFORM PRINT-REFUSED-REPLY.

       PRINT-REFUSED-REPLY.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "VOUCHER " REPLY-VOUCHER
               "  ANSWER " REPLY-ANSWER
               "  " ANSWER-REFUSAL
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * RECORD THE ANSWER
      *--------------------------------
      * Both paths land here with the offer record read; a refusal
      * comes back in ANSWER-REFUSAL, spaces when the answer took.
       RECORD-THE-ANSWER.
            MOVE SPACES TO ANSWER-REFUSAL.
            IF OFFER-COMPANY NOT = CURRENT-COMPANY
                MOVE "OFFER BELONGS TO ANOTHER COMPANY"
                   TO ANSWER-REFUSAL
            ELSE
            IF NOT OFFER-OUTSTANDING
                MOVE "OFFER IS NOT OUTSTANDING" TO ANSWER-REFUSAL
            ELSE
            IF TODAY-DATE > OFFER-PAY-DATE
                MOVE "X" TO OFFER-STATUS
                MOVE TODAY-DATE TO OFFER-ANSWER-DATE
                PERFORM REWRITE-OFFER-RECORD
                MOVE "PAY DATE HAS PASSED - OFFER EXPIRED"
                   TO ANSWER-REFUSAL
            ELSE
            IF ANSWER-IS-DECLINE
                MOVE "D" TO OFFER-STATUS
                PERFORM STAMP-THE-ANSWER
                ADD 1 TO DECLINED-COUNT
            ELSE
                PERFORM ACCEPT-THE-OFFER.
            IF ANSWER-REFUSAL NOT = SPACES
                ADD 1 TO REFUSED-COUNT.

       ACCEPT-THE-OFFER.
            MOVE OFFER-VOUCHER TO VOUCHER-NUMBER.
            PERFORM READ-VOUCHER-RECORD.
            IF VOUCHER-RECORD-FOUND = "N"
                MOVE "VOUCHER NO LONGER ON FILE" TO ANSWER-REFUSAL
            ELSE
            IF VOUCHER-PAID-DATE NOT = ZEROES OR
                  VOUCHER-PAID-AMOUNT NOT = ZERO OR
                  VOUCHER-SELECTED = "Y" OR
                  VOUCHER-HELD-FOR-WIRE OR
                  VOUCHER-DISPUTE-FLAG = "D" OR
                  VOUCHER-DISCOUNT-AMOUNT NOT = ZERO OR
                  VOUCHER-AMOUNT NOT = OFFER-GROSS-AMOUNT
                MOVE "VOUCHER HAS CHANGED SINCE THE OFFER"
                   TO ANSWER-REFUSAL
            ELSE
                MOVE OFFER-DISCOUNT-AMOUNT
                   TO VOUCHER-DISCOUNT-AMOUNT
                MOVE OFFER-PAY-DATE TO VOUCHER-DISCOUNT-DATE
                MOVE "Y" TO VOUCHER-SELECTED
                PERFORM REWRITE-VOUCHER-RECORD
                MOVE "A" TO OFFER-STATUS
                PERFORM STAMP-THE-ANSWER
                ADD 1 TO ACCEPTED-COUNT
                DISPLAY "VOUCHER " VOUCHER-NUMBER
                   " SELECTED WITH THE OFFERED DISCOUNT".

       STAMP-THE-ANSWER.
            MOVE OPERATOR-ID TO OFFER-ANSWERED-BY.
            MOVE TODAY-DATE TO OFFER-ANSWER-DATE.
            PERFORM REWRITE-OFFER-RECORD.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-OFFER-RECORD.
            MOVE "Y" TO OFFER-RECORD-FOUND.
            READ DYNAMIC-OFFER-FILE RECORD
               INVALID KEY
               MOVE "N" TO OFFER-RECORD-FOUND.

       REWRITE-OFFER-RECORD.
            REWRITE DYNAMIC-OFFER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING OFFER RECORD".

       READ-VOUCHER-RECORD.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-RECORD-FOUND = "Y"
                MOVE VOUCHER-RECORD TO JOURNAL-SAVED-VOUCHER.

       REWRITE-VOUCHER-RECORD.
            REWRITE VOUCHER-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VOUCHER RECORD".
            MOVE "VC" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VOUCHER-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VOUCHER TO JOURNAL-BEFORE-IMAGE.
            MOVE VOUCHER-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plsignon01.cbl".

            COPY "plspool01.cbl".
