      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Dynamic early-payment discount offers. When treasury has
      * surplus cash it offers to pay approved invoices early, for a
      * discount, to the vendors that never give us one on their own
      * terms - no VENDOR-DISCOUNT-PERCENT and no discount tier on
      * their TERMS-CODE (fdterms.cbl). The operator keys:
      *   - the pay date being offered;
      *   - the annual rate treasury wants to earn (NN.NN percent);
      *   - the ceiling on any one discount (N.NN percent);
      *   - the cash available to pay early.
      * Each eligible voucher's discount is the annual rate pro-rated
      * over the days between the pay date and VOUCHER-DUE, so the
      * offer shrinks as the due date gets closer, capped at the
      * ceiling. Vendors are taken in vendor-number order until the
      * net cash the offers would commit reaches the amount available.
      *
      * Eligible: an open, approved invoice of the signed-on company
      * not yet selected, not disputed, escheated or held for a wire,
      * nothing paid on it yet, no partial-payment amount, retainage,
      * foreign currency or discount of its own, and due after the
      * pay date. A voucher with an offer still outstanding or
      * already accepted is not offered twice.
      *
      * Each offer goes on fddynof01.cbl; the vendor gets one letter
      * listing every voucher offered (pay date, discount, net) - by
      * email through the email-spool file when the master carries a
      * VENDOR-EMAIL that has not bounced (outsnd01.cbl), else a
      * printed letter to the vendor address. Each email is logged
      * on the outbox (fdoutb01.cbl) for the sender interface.
      * The email spool is opened EXTEND so a remittance-advice batch
      * (remadv01.cbl) waiting for the mailer is not overwritten.
      * Answers come back through dynacc01.cbl. Before offering,
      * every outstanding offer whose pay date has passed is marked
      * expired. A spooled control list of the offers closes the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dynoff01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slterms.cbl".
            COPY "sldynof01.cbl".
            COPY "slcntry.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "sloutb01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL LETTER-FILE
               ASSIGN TO "DYNOFLTR"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL EMAIL-SPOOL-FILE
               ASSIGN TO "EMLSPOOL"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdterms.cbl".
            COPY "fddynof01.cbl".
            COPY "fdcntry.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdoutb01.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       FD   LETTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   LETTER-RECORD                 PIC X(80).

       FD   EMAIL-SPOOL-FILE
            LABEL RECORDS ARE STANDARD.
       01   EMAIL-SPOOL-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   LETTER-TITLE-LINE.
            05 FILLER                     PIC X(16) VALUE SPACE.
            05 FILLER                     PIC X(26)
                             VALUE "EARLY PAYMENT OFFER".

       01   LETTER-VENDOR-LINE.
            05 FILLER                     PIC X(8)  VALUE "VENDOR: ".
            05 LETTER-VENDOR-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 LETTER-VENDOR-NAME         PIC X(30).

       01   LETTER-ADDRESS-LINE.
            05 FILLER                     PIC X(15) VALUE SPACE.
            05 LETTER-ADDRESS             PIC X(35).

       01   LETTER-PAY-DATE-LINE.
            05 FILLER                     PIC X(37)
               VALUE "WE CAN PAY THE INVOICES BELOW ON    ".
            05 LETTER-PAY-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(20)
               VALUE " FOR THE DISCOUNT".

       01   LETTER-REPLY-LINE.
            05 FILLER                     PIC X(45)
               VALUE "REPLY BY THAT DATE, QUOTING OUR VOUCHER NO.,".
            05 FILLER                     PIC X(30)
               VALUE " TO ACCEPT ANY OF THEM.".

       01   LETTER-COLUMN-LINE.
            05 FILLER                     PIC X(7)  VALUE "VOUCHER".
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 FILLER                     PIC X(7)  VALUE "INVOICE".
            05 FILLER                     PIC X(10) VALUE SPACE.
            05 FILLER                     PIC X(3)  VALUE "DUE".
            05 FILLER                     PIC X(9)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "AMOUNT".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "DISC%".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(8)  VALUE "DISCOUNT".
            05 FILLER                     PIC X(6)  VALUE SPACE.
            05 FILLER                     PIC X(3)  VALUE "NET".

       01   LETTER-DETAIL-LINE.
            05 LETTER-VOUCHER             PIC ZZZZ9.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 LETTER-INVOICE             PIC X(15).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 LETTER-DUE-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 LETTER-GROSS               PIC ZZZ,ZZ9.99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 LETTER-PERCENT             PIC 9.99.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 LETTER-DISCOUNT            PIC ZZ,ZZ9.99.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 LETTER-NET                 PIC ZZZ,ZZ9.99.

       01   EMAIL-TO-LINE.
            05 FILLER                     PIC X(4)  VALUE "TO: ".
            05 EMAIL-TO-ADDRESS           PIC X(40).

       01   EMAIL-SUBJECT-LINE.
            05 FILLER                     PIC X(9)
                             VALUE "SUBJECT: ".
            05 FILLER                     PIC X(29)
                             VALUE "EARLY PAYMENT OFFER - VENDOR ".
            05 EMAIL-SUBJECT-VENDOR       PIC ZZZZ9.

       77   EMAIL-END-MARKER              PIC X(12)
               VALUE ".END MESSAGE".

       01   COLUMN-LINE.
            05 FILLER                     PIC X(2)  VALUE "VO".
            05 FILLER                     PIC X(5)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "VENDOR".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "DAYS".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "DISC%".
            05 FILLER                     PIC X(6)  VALUE SPACE.
            05 FILLER                     PIC X(8)  VALUE "DISCOUNT".
            05 FILLER                     PIC X(9)  VALUE SPACE.
            05 FILLER                     PIC X(3)  VALUE "NET".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(3)  VALUE "VIA".

       01   DETAIL-LINE.
            05 PRINT-VOUCHER-NUMBER       PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VENDOR-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-DAYS-EARLY           PIC ZZ9.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-PERCENT              PIC 9.99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DISCOUNT             PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-NET                  PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-VIA                  PIC X(6).

      * The vouchers offered to the vendor in hand, held for the
      * letter once the voucher rescan is finished.
       01   LETTER-TABLE.
            05 LETTER-ENTRY OCCURS 50 TIMES.
               10 LETTAB-VOUCHER          PIC 9(5).
               10 LETTAB-INVOICE          PIC X(15).
               10 LETTAB-DUE-DATE         PIC 9(8).
               10 LETTAB-GROSS            PIC S9(6)V99.
               10 LETTAB-PERCENT          PIC 9V99.
               10 LETTAB-DISCOUNT         PIC S9(6)V99.
               10 LETTAB-NET              PIC S9(6)V99.

       77   LETTER-COUNT                  PIC 9(2) VALUE ZERO.
       77   LETTER-INDEX                  PIC 9(2) VALUE ZERO.

       77   VENDOR-FILE-AT-END            PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   OFFER-FILE-AT-END             PIC X.
       77   OFFER-RECORD-FOUND            PIC X.
       77   VENDOR-HAS-DISCOUNT-TERMS     PIC X.
       77   SEND-BY-EMAIL                 PIC X.
       77   CASH-IS-EXHAUSTED             PIC X.

       77   OFFER-COMPANY-SCOPE           PIC 9 VALUE 1.
       77   TODAY-DATE                    PIC 9(8).
       77   PROPOSED-PAY-DATE             PIC 9(8).
       77   ANNUAL-RATE                   PIC 99V99.
       77   ANNUAL-RATE-FIELD             PIC 99.99.
       77   MAXIMUM-PERCENT               PIC 9V99.
       77   MAXIMUM-PERCENT-FIELD         PIC 9.99.
       77   CASH-AVAILABLE                PIC S9(8)V99 VALUE ZERO.
       77   CASH-COMMITTED                PIC S9(8)V99 VALUE ZERO.

       77   WORK-DAYS-EARLY               PIC 9(3).
       77   WORK-PERCENT                  PIC 9V99.
       77   WORK-DISCOUNT                 PIC S9(6)V99.
       77   WORK-NET                      PIC S9(6)V99.

       77   OFFER-COUNT                   PIC 9(5) VALUE ZERO.
       77   VENDORS-WRITTEN               PIC 9(5) VALUE ZERO.
       77   EMAILED-COUNT                 PIC 9(5) VALUE ZERO.
       77   EXPIRED-COUNT                 PIC 9(5) VALUE ZERO.
       77   DISCOUNT-TOTAL                PIC S9(8)V99 VALUE ZERO.
       77   TOTAL-AMOUNT-FIELD            PIC ZZ,ZZZ,ZZ9.99-.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wssignon01.cbl".
            COPY "wsaddr01.cbl".
            COPY "wsoutb01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "K" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE CURRENT-COMPANY TO OFFER-COMPANY-SCOPE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            MOVE "DYNOFF01" TO SPOOL-NAME-REPORT-ID.
            MOVE "EARLY PAYMENT OFFERS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

            PERFORM ENTER-THE-OFFER-TERMS.
            PERFORM EXPIRE-STALE-OFFERS.

            MOVE "EARLY PAYMENT OFFERS - CONTROL LIST"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            MOVE "N" TO CASH-IS-EXHAUSTED.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM PROCESS-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

            PERFORM PRINT-RUN-TOTALS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT TERMS-FILE.
            OPEN I-O DYNAMIC-OFFER-FILE.
            OPEN INPUT COUNTRY-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN OUTPUT LETTER-FILE.
            OPEN EXTEND EMAIL-SPOOL-FILE.
            OPEN I-O OUTBOX-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE TERMS-FILE.
            CLOSE DYNAMIC-OFFER-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE LETTER-FILE.
            CLOSE EMAIL-SPOOL-FILE.
            CLOSE OUTBOX-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * OFFER TERMS
      *--------------------------------
       ENTER-THE-OFFER-TERMS.
            PERFORM ENTER-PROPOSED-PAY-DATE.
            DISPLAY "ENTER ANNUAL RATE TO EARN (NN.NN PERCENT)".
            ACCEPT ANNUAL-RATE-FIELD.
            MOVE ANNUAL-RATE-FIELD TO ANNUAL-RATE.
            IF ANNUAL-RATE = ZERO
                DISPLAY "THE ANNUAL RATE MUST BE GREATER THAN ZERO"
                PERFORM RE-ENTER-ANNUAL-RATE
                   UNTIL ANNUAL-RATE NOT = ZERO.
            DISPLAY "ENTER MAXIMUM DISCOUNT (N.NN PERCENT)".
            ACCEPT MAXIMUM-PERCENT-FIELD.
            MOVE MAXIMUM-PERCENT-FIELD TO MAXIMUM-PERCENT.
            IF MAXIMUM-PERCENT = ZERO
                MOVE 9.99 TO MAXIMUM-PERCENT.
            MOVE "ENTER CASH AVAILABLE FOR EARLY PAYMENT?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE CASH-AVAILABLE =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD) / 100.

       ENTER-PROPOSED-PAY-DATE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER THE PAY DATE TO OFFER(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A PAY DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO PROPOSED-PAY-DATE.
            IF PROPOSED-PAY-DATE < TODAY-DATE
                DISPLAY "THE PAY DATE CANNOT BE IN THE PAST"
                PERFORM ENTER-PROPOSED-PAY-DATE.

       RE-ENTER-ANNUAL-RATE.
            DISPLAY "ENTER ANNUAL RATE TO EARN (NN.NN PERCENT)".
            ACCEPT ANNUAL-RATE-FIELD.
            MOVE ANNUAL-RATE-FIELD TO ANNUAL-RATE.

      *--------------------------------
      * EXPIRE UNANSWERED OFFERS
      *--------------------------------
       EXPIRE-STALE-OFFERS.
            MOVE "N" TO OFFER-FILE-AT-END.
            PERFORM READ-NEXT-OFFER-RECORD.
            PERFORM EXPIRE-ONE-OFFER
               UNTIL OFFER-FILE-AT-END = "Y".
            IF EXPIRED-COUNT NOT = ZERO
                DISPLAY "UNANSWERED OFFERS EXPIRED: " EXPIRED-COUNT.

       EXPIRE-ONE-OFFER.
            IF OFFER-OUTSTANDING AND
                  OFFER-PAY-DATE < TODAY-DATE
                MOVE "X" TO OFFER-STATUS
                MOVE TODAY-DATE TO OFFER-ANSWER-DATE
                REWRITE DYNAMIC-OFFER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING OFFER RECORD"
                END-REWRITE
                ADD 1 TO EXPIRED-COUNT.
            PERFORM READ-NEXT-OFFER-RECORD.

      *--------------------------------
      * ONE VENDOR
      *--------------------------------
       PROCESS-ONE-VENDOR.
            IF VENDOR-STATUS-ACTIVE AND
                  CASH-IS-EXHAUSTED = "N"
                PERFORM CHECK-VENDOR-DISCOUNT-TERMS
                IF VENDOR-HAS-DISCOUNT-TERMS = "N"
                    PERFORM COLLECT-VENDOR-OFFERS
                    IF LETTER-COUNT NOT = ZERO
                        PERFORM PRODUCE-THE-LETTER.
            PERFORM READ-NEXT-VENDOR-RECORD.

      * Terms with a discount tier of their own already earn us a
      * discount - those vendors are left to their terms.
       CHECK-VENDOR-DISCOUNT-TERMS.
            MOVE "N" TO VENDOR-HAS-DISCOUNT-TERMS.
            IF VENDOR-DISCOUNT-PERCENT NOT = ZERO
                MOVE "Y" TO VENDOR-HAS-DISCOUNT-TERMS
            ELSE
                IF VENDOR-TERMS-CODE NOT = SPACES
                    MOVE VENDOR-TERMS-CODE TO TERMS-CODE
                    READ TERMS-FILE RECORD
                       INVALID KEY
                       MOVE ZERO TO TERMS-DISC-PERCENT
                    END-READ
                    IF TERMS-DISC-PERCENT NOT = ZERO
                        MOVE "Y" TO VENDOR-HAS-DISCOUNT-TERMS.

       COLLECT-VENDOR-OFFERS.
            MOVE ZERO TO LETTER-COUNT.
            CLOSE VOUCHER-FILE.
            OPEN INPUT VOUCHER-FILE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM CONSIDER-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y"
                  OR LETTER-COUNT = 50
                  OR CASH-IS-EXHAUSTED = "Y".

       CONSIDER-ONE-VOUCHER.
            IF VOUCHER-VENDOR = VENDOR-NUMBER AND
                  VOUCHER-COMPANY = OFFER-COMPANY-SCOPE AND
                  VOUCHER-TYPE-INVOICE AND
                  VOUCHER-PAID-DATE = ZEROES AND
                  VOUCHER-PAID-AMOUNT = ZERO AND
                  VOUCHER-PAY-THIS-AMOUNT = ZERO AND
                  VOUCHER-RETAINED-AMOUNT = ZERO AND
                  VOUCHER-DISCOUNT-AMOUNT = ZERO AND
                  VOUCHER-CURRENCY = SPACES AND
                  VOUCHER-SELECTED NOT = "Y" AND
                  NOT VOUCHER-HELD-FOR-WIRE AND
                  VOUCHER-APPROVAL-STATUS NOT = "U" AND
                  VOUCHER-ESCHEATED NOT = "E" AND
                  VOUCHER-DISPUTE-FLAG NOT = "D" AND
                  VOUCHER-DUE > PROPOSED-PAY-DATE
                PERFORM OFFER-THIS-VOUCHER.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       OFFER-THIS-VOUCHER.
            MOVE VOUCHER-NUMBER TO OFFER-VOUCHER.
            PERFORM READ-OFFER-RECORD.
            IF OFFER-RECORD-FOUND = "N" OR
                  OFFER-DECLINED OR OFFER-EXPIRED
                PERFORM PRICE-THE-OFFER.

      * The annual rate pro-rated over the days paid early - the
      * sliding scale - capped at the ceiling.
       PRICE-THE-OFFER.
            COMPUTE WORK-DAYS-EARLY =
               FUNCTION INTEGER-OF-DATE (VOUCHER-DUE)
               - FUNCTION INTEGER-OF-DATE (PROPOSED-PAY-DATE).
            COMPUTE WORK-PERCENT ROUNDED =
               ANNUAL-RATE * WORK-DAYS-EARLY / 365.
            IF WORK-PERCENT > MAXIMUM-PERCENT
                MOVE MAXIMUM-PERCENT TO WORK-PERCENT.
            COMPUTE WORK-DISCOUNT ROUNDED =
               VOUCHER-AMOUNT * WORK-PERCENT / 100.
            COMPUTE WORK-NET = VOUCHER-AMOUNT - WORK-DISCOUNT.
            IF WORK-DISCOUNT > ZERO
                IF CASH-COMMITTED + WORK-NET > CASH-AVAILABLE
                    MOVE "Y" TO CASH-IS-EXHAUSTED
                ELSE
                    PERFORM WRITE-THE-OFFER.

       WRITE-THE-OFFER.
            MOVE VOUCHER-NUMBER TO OFFER-VOUCHER.
            MOVE VOUCHER-VENDOR TO OFFER-VENDOR.
            MOVE VOUCHER-COMPANY TO OFFER-COMPANY.
            MOVE TODAY-DATE TO OFFER-DATE.
            MOVE PROPOSED-PAY-DATE TO OFFER-PAY-DATE.
            MOVE VOUCHER-DUE TO OFFER-DUE-DATE.
            MOVE WORK-DAYS-EARLY TO OFFER-DAYS-EARLY.
            MOVE WORK-PERCENT TO OFFER-DISCOUNT-PERCENT.
            MOVE VOUCHER-AMOUNT TO OFFER-GROSS-AMOUNT.
            MOVE WORK-DISCOUNT TO OFFER-DISCOUNT-AMOUNT.
            MOVE WORK-NET TO OFFER-NET-AMOUNT.
            MOVE "O" TO OFFER-STATUS.
            MOVE SPACES TO OFFER-ANSWERED-BY.
            MOVE ZEROES TO OFFER-ANSWER-DATE.
            IF OFFER-RECORD-FOUND = "Y"
                REWRITE DYNAMIC-OFFER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING OFFER RECORD"
            ELSE
                WRITE DYNAMIC-OFFER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING OFFER RECORD".
            ADD WORK-NET TO CASH-COMMITTED.
            ADD WORK-DISCOUNT TO DISCOUNT-TOTAL.
            ADD 1 TO OFFER-COUNT.
            ADD 1 TO LETTER-COUNT.
            MOVE VOUCHER-NUMBER TO LETTAB-VOUCHER (LETTER-COUNT).
            MOVE VOUCHER-INVOICE TO LETTAB-INVOICE (LETTER-COUNT).
            MOVE VOUCHER-DUE TO LETTAB-DUE-DATE (LETTER-COUNT).
            MOVE VOUCHER-AMOUNT TO LETTAB-GROSS (LETTER-COUNT).
            MOVE WORK-PERCENT TO LETTAB-PERCENT (LETTER-COUNT).
            MOVE WORK-DISCOUNT TO LETTAB-DISCOUNT (LETTER-COUNT).
            MOVE WORK-NET TO LETTAB-NET (LETTER-COUNT).

      *--------------------------------
      * THE LETTER - PRINT OR EMAIL
      *--------------------------------
       PRODUCE-THE-LETTER.
            ADD 1 TO VENDORS-WRITTEN.
            IF VENDOR-EMAIL NOT = SPACES AND
                  VENDOR-EMAIL-IS-GOOD
                MOVE "Y" TO SEND-BY-EMAIL
                ADD 1 TO EMAILED-COUNT
                PERFORM WRITE-EMAIL-HEADER
            ELSE
                MOVE "N" TO SEND-BY-EMAIL.
            MOVE LETTER-TITLE-LINE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.
            PERFORM LETTER-LINE-FEED.
            MOVE VENDOR-NUMBER TO LETTER-VENDOR-NUMBER.
            MOVE VENDOR-NAME TO LETTER-VENDOR-NAME.
            MOVE LETTER-VENDOR-LINE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.
            IF SEND-BY-EMAIL = "N"
                PERFORM WRITE-LETTER-ADDRESS.
            PERFORM LETTER-LINE-FEED.
            MOVE PROPOSED-PAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO LETTER-PAY-DATE.
            MOVE LETTER-PAY-DATE-LINE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.
            MOVE LETTER-REPLY-LINE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.
            PERFORM LETTER-LINE-FEED.
            MOVE LETTER-COLUMN-LINE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.
            PERFORM WRITE-ONE-LETTER-VOUCHER
               VARYING LETTER-INDEX FROM 1 BY 1
               UNTIL LETTER-INDEX > LETTER-COUNT.
            IF SEND-BY-EMAIL = "Y"
                MOVE EMAIL-END-MARKER TO EMAIL-SPOOL-RECORD
                PERFORM WRITE-EMAIL-RECORD
            ELSE
                PERFORM LETTER-LINE-FEED.

       WRITE-EMAIL-HEADER.
            MOVE VENDOR-EMAIL TO EMAIL-TO-ADDRESS.
            MOVE EMAIL-TO-LINE TO EMAIL-SPOOL-RECORD.
            PERFORM WRITE-EMAIL-RECORD.
            MOVE VENDOR-NUMBER TO EMAIL-SUBJECT-VENDOR.
            MOVE EMAIL-SUBJECT-LINE TO EMAIL-SPOOL-RECORD.
            PERFORM WRITE-EMAIL-RECORD.
            MOVE SPACE TO EMAIL-SPOOL-RECORD.
            PERFORM WRITE-EMAIL-RECORD.
            PERFORM LOG-THE-EMAIL.

       LOG-THE-EMAIL.
            MOVE "DYNOFF01" TO OUTBOX-PROGRAM.
            MOVE VENDOR-NUMBER TO OUTBOX-VENDOR.
            MOVE ZEROES TO OUTBOX-CONTACT-SEQUENCE.
            MOVE VENDOR-EMAIL TO OUTBOX-RECIPIENT.
            MOVE EMAIL-SUBJECT-LINE (10 : ) TO OUTBOX-SUBJECT.
            MOVE "EMLSPOOL" TO OUTBOX-BODY-FILE.
            MOVE SPACES TO OUTBOX-BODY-REFERENCE.
            STRING "OFFER VENDOR " EMAIL-SUBJECT-VENDOR
               DELIMITED BY SIZE INTO OUTBOX-BODY-REFERENCE.
            PERFORM QUEUE-THE-MESSAGE.

       WRITE-LETTER-ADDRESS.
            PERFORM LOAD-VENDOR-MAILING-ADDRESS.
            PERFORM FORMAT-THE-MAILING-ADDRESS.
            PERFORM WRITE-ONE-ADDRESS-LINE
               VARYING MAIL-LINE-SCAN FROM 1 BY 1
               UNTIL MAIL-LINE-SCAN > MAIL-LINE-COUNT.

       WRITE-ONE-ADDRESS-LINE.
            MOVE MAIL-LINE (MAIL-LINE-SCAN) TO LETTER-ADDRESS.
            MOVE LETTER-ADDRESS-LINE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.

       WRITE-ONE-LETTER-VOUCHER.
            MOVE LETTAB-VOUCHER (LETTER-INDEX) TO LETTER-VOUCHER.
            MOVE LETTAB-INVOICE (LETTER-INDEX) TO LETTER-INVOICE.
            MOVE LETTAB-DUE-DATE (LETTER-INDEX) TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO LETTER-DUE-DATE.
            MOVE LETTAB-GROSS (LETTER-INDEX) TO LETTER-GROSS.
            MOVE LETTAB-PERCENT (LETTER-INDEX) TO LETTER-PERCENT.
            MOVE LETTAB-DISCOUNT (LETTER-INDEX) TO LETTER-DISCOUNT.
            MOVE LETTAB-NET (LETTER-INDEX) TO LETTER-NET.
            MOVE LETTER-DETAIL-LINE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.
            PERFORM PRINT-CONTROL-LINE.

       PRINT-CONTROL-LINE.
            MOVE LETTAB-VOUCHER (LETTER-INDEX)
               TO PRINT-VOUCHER-NUMBER.
            MOVE VENDOR-NUMBER TO PRINT-VENDOR-NUMBER.
            COMPUTE PRINT-DAYS-EARLY =
               FUNCTION INTEGER-OF-DATE
                  (LETTAB-DUE-DATE (LETTER-INDEX))
               - FUNCTION INTEGER-OF-DATE (PROPOSED-PAY-DATE).
            MOVE LETTAB-PERCENT (LETTER-INDEX) TO PRINT-PERCENT.
            MOVE LETTAB-DISCOUNT (LETTER-INDEX) TO PRINT-DISCOUNT.
            MOVE LETTAB-NET (LETTER-INDEX) TO PRINT-NET.
            IF SEND-BY-EMAIL = "Y"
                MOVE "EMAIL" TO PRINT-VIA
            ELSE
                MOVE "LETTER" TO PRINT-VIA.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       WRITE-LETTER-LINE.
            IF SEND-BY-EMAIL = "Y"
                MOVE LETTER-RECORD TO EMAIL-SPOOL-RECORD
                PERFORM WRITE-EMAIL-RECORD
            ELSE
                WRITE LETTER-RECORD BEFORE ADVANCING 1.

       WRITE-EMAIL-RECORD.
            WRITE EMAIL-SPOOL-RECORD.

       LETTER-LINE-FEED.
            MOVE SPACE TO LETTER-RECORD.
            PERFORM WRITE-LETTER-LINE.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-RUN-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "OFFERS MADE: " OFFER-COUNT
               "   VENDORS: " VENDORS-WRITTEN
               "   BY EMAIL: " EMAILED-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE DISCOUNT-TOTAL TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "DISCOUNT OFFERED:      " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE CASH-COMMITTED TO TOTAL-AMOUNT-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "NET CASH IF ALL TAKEN: " TOTAL-AMOUNT-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF CASH-IS-EXHAUSTED = "Y"
                MOVE "CASH AVAILABLE USED UP - NO FURTHER OFFERS MADE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                DISPLAY "CASH AVAILABLE REACHED BEFORE THE LAST VENDOR".
            DISPLAY "OFFERS MADE:           " OFFER-COUNT.
            DISPLAY "VENDORS WRITTEN TO:    " VENDORS-WRITTEN.
            DISPLAY "OF WHICH BY EMAIL:     " EMAILED-COUNT.
            DISPLAY "NET CASH IF ALL TAKEN: " TOTAL-AMOUNT-FIELD.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-OFFER-RECORD.
            MOVE "Y" TO OFFER-RECORD-FOUND.
            READ DYNAMIC-OFFER-FILE RECORD
               INVALID KEY
               MOVE "N" TO OFFER-RECORD-FOUND.

       READ-NEXT-OFFER-RECORD.
            READ DYNAMIC-OFFER-FILE NEXT RECORD
               AT END MOVE "Y" TO OFFER-FILE-AT-END.

       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plsignon01.cbl".
            COPY "pladdr01.cbl".
            COPY "ploutb01.cbl".

            COPY "plspool01.cbl".
