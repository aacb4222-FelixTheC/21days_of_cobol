      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Vendor performance scorecard - for an operator-entered range
      * of months (CCYYMM through CCYYMM), what every vendor did
      * across purchasing, the dock and AP, turned into three
      * measures, an overall score and a grade, and ranked best
      * first. Purchasing pulls it at contract renewal time.
      *
      *   ON-TIME DELIVERY - of the goods receipts (fdrcpt01.cbl)
      *                      dated in the range, the percent that
      *                      arrived within the delivery standard
      *                      (entered, fourteen days when left zero)
      *                      of the PO date (fdpo01.cbl)
      *   INVOICE ACCURACY - of the invoice vouchers dated in the
      *                      range, live and archived, the percent
      *                      that were not a problem: three-way
      *                      match holds and duplicate invoices
      *                      caught (fdvpev01.cbl) and EDI invoices
      *                      the auto-match threw out as exceptions
      *                      (fdedistg.cbl) each count against it
      *   DISPUTE RATE     - vouchers put in dispute (fdvpev01.cbl)
      *                      and debit memos sent for returns and
      *                      shortages (fddm01.cbl), per hundred
      *                      invoices
      *
      * The score weighs delivery 40, accuracy 30 and the dispute
      * rate (taken from 100) 30; a vendor with no receipts in the
      * range is scored on the invoice measures alone, and one with
      * no invoices on delivery alone. Grades: A 90 and over, B 80,
      * C 70, D 60, F below. A vendor with activity but neither
      * receipts nor invoices is listed unranked. The counts behind
      * every score follow the ranking, in vendor order.
      *
      * The totals are gathered one file at a time into an indexed
      * work file keyed by vendor, with an alternate key on the
      * score that gives the ranking its order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcrd01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slpo01.cbl".
            COPY "slrcpt01.cbl".
            COPY "sldm01.cbl".
            COPY "sledistg.cbl".
            COPY "slvpev01.cbl".

            SELECT SCORE-WORK-FILE
               ASSIGN TO "vndscore"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SCORE-VENDOR
               ALTERNATE RECORD KEY IS SCORE-RANK-KEY
                  WITH DUPLICATES
               ACCESS MODE IS DYNAMIC.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdpo01.cbl".
            COPY "fdrcpt01.cbl".
            COPY "fddm01.cbl".
            COPY "fdedistg.cbl".
            COPY "fdvpev01.cbl".

      * SCORE-RANK-KEY is 1000 less the score in tenths, so the best
      * score reads first; an unranked vendor carries 9999.
       FD   SCORE-WORK-FILE
            LABEL RECORDS ARE STANDARD.
       01   SCORE-RECORD.
            05 SCORE-VENDOR               PIC 9(5).
            05 SCORE-RANK-KEY             PIC 9(4).
            05 SCORE-RECEIPTS             PIC 9(5).
            05 SCORE-ON-TIME              PIC 9(5).
            05 SCORE-INVOICES             PIC 9(5).
            05 SCORE-MATCH-HOLDS          PIC 9(5).
            05 SCORE-DUPLICATES           PIC 9(5).
            05 SCORE-EDI-EXCEPTIONS       PIC 9(5).
            05 SCORE-DISPUTES             PIC 9(5).
            05 SCORE-DEBIT-MEMOS          PIC 9(5).
            05 SCORE-DEBIT-DOLLARS        PIC S9(7)V99.
            05 SCORE-ON-TIME-PCT          PIC 9(3)V9.
            05 SCORE-ACCURACY-PCT         PIC 9(3)V9.
            05 SCORE-DISPUTE-PCT          PIC 9(3)V9.
            05 SCORE-OVERALL              PIC 9(3)V9.
            05 SCORE-GRADE                PIC X.

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

       01   TITLE-LINE.
            05 FILLER                     PIC X(25) VALUE SPACE.
            05 FILLER                     PIC X(28)
               VALUE "VENDOR PERFORMANCE SCORECARD".

       01   RANGE-LINE.
            05 FILLER                     PIC X(7)  VALUE "MONTHS ".
            05 RANGE-FROM                 PIC 9(6).
            05 FILLER                     PIC X(9)  VALUE " THROUGH ".
            05 RANGE-THROUGH              PIC 9(6).
            05 FILLER                     PIC X(23)
               VALUE "   DELIVERY STANDARD   ".
            05 RANGE-STANDARD             PIC ZZ9.
            05 FILLER                     PIC X(5)  VALUE " DAYS".

       01   WEIGHT-LINE.
            05 FILLER                     PIC X(40)
               VALUE "SCORE WEIGHTS - ON-TIME 40  ACCURACY 30 ".
            05 FILLER                     PIC X(33)
               VALUE " 100 LESS DISPUTE RATE 30".

       01   RANK-COLUMN-LINE-1.
            05 FILLER                     PIC X(40) VALUE SPACE.
            05 FILLER                     PIC X(17)
               VALUE "PCT    PCT    PCT".

       01   RANK-COLUMN-LINE-2.
            05 FILLER                     PIC X(38)
               VALUE "RANK VEND# VENDOR NAME".
            05 FILLER                     PIC X(32)
               VALUE "ONTIM  ACCUR  DISPT  SCORE GRADE".

       01   RANK-LINE.
            05 PRINT-RANK-AREA.
               10 PRINT-RANK              PIC ZZZ9.
            05 PRINT-RANK-NONE REDEFINES PRINT-RANK-AREA
                                          PIC X(4).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VENDOR               PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-VENDOR-NAME          PIC X(25).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-ON-TIME-AREA.
               10 PRINT-ON-TIME           PIC ZZ9.9.
            05 PRINT-ON-TIME-NONE REDEFINES PRINT-ON-TIME-AREA
                                          PIC X(5).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-ACCURACY-AREA.
               10 PRINT-ACCURACY          PIC ZZ9.9.
            05 PRINT-ACCURACY-NONE REDEFINES PRINT-ACCURACY-AREA
                                          PIC X(5).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DISPUTE-AREA.
               10 PRINT-DISPUTE           PIC ZZ9.9.
            05 PRINT-DISPUTE-NONE REDEFINES PRINT-DISPUTE-AREA
                                          PIC X(5).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-SCORE-AREA.
               10 PRINT-SCORE             PIC ZZ9.9.
            05 PRINT-SCORE-NONE REDEFINES PRINT-SCORE-AREA
                                          PIC X(5).
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-GRADE                PIC X.

       01   COUNT-COLUMN-LINE-1.
            05 FILLER                     PIC X(43)
               VALUE "       -DELIVERY-  -------INVOICES---------".
            05 FILLER                     PIC X(25)
               VALUE " -------DISPUTES---------".

       01   COUNT-COLUMN-LINE-2.
            05 FILLER                     PIC X(40)
               VALUE "VEND#  RCPTS  LATE  INVCS HOLDS  DUPS   ".
            05 FILLER                     PIC X(40)
               VALUE "EDI  DISPT DMEMO   DM DOLLARS".

       01   COUNT-LINE.
            05 PRINT-COUNT-VENDOR         PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-RECEIPTS             PIC ZZZZZ9.
            05 PRINT-LATE                 PIC ZZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-INVOICES             PIC ZZZZZ9.
            05 PRINT-MATCH-HOLDS          PIC ZZZZZ9.
            05 PRINT-DUPLICATES           PIC ZZZZZ9.
            05 PRINT-EDI-EXCEPTIONS       PIC ZZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-DISPUTES             PIC ZZZZZ9.
            05 PRINT-DEBIT-MEMOS          PIC ZZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-DEBIT-DOLLARS        PIC ZZZ,ZZ9.99-.

       01   TOTAL-LINE.
            05 PRINT-TOTAL-LABEL          PIC X(40).
            05 PRINT-TOTAL-COUNT          PIC ZZ,ZZ9.

       01   FROM-MONTH                    PIC 9(6).
       01   THROUGH-MONTH                 PIC 9(6).
       77   FROM-DATE                     PIC 9(8).
       77   THROUGH-DATE                  PIC 9(8).
       77   DELIVERY-STANDARD             PIC 9(3).

       77   SCORE-FILE-AT-END             PIC X.
       77   SCORE-RECORD-FOUND            PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   RECEIPT-FILE-AT-END           PIC X.
       77   DEBIT-MEMO-FILE-AT-END        PIC X.
       77   STAGING-FILE-AT-END           PIC X.
       77   EVENT-FILE-AT-END             PIC X.
       77   PO-RECORD-FOUND               PIC X.
       77   CURRENT-PO                    PIC 9(5).

      * The vendor a fact belongs to, from whichever file it came.
       77   FACT-VENDOR                   PIC 9(5).
       77   LEAD-DAYS                     PIC S9(5).
       77   PROBLEM-INVOICES              PIC 9(6).
       77   DISPUTE-COUNT                 PIC 9(6).
       77   DISPUTE-SCORE                 PIC 9(3)V9.
       77   WEIGHTED-SCORE                PIC 9(5)V99.
       77   WEIGHT-TOTAL                  PIC 9(3).

       77   RANK-POSITION                 PIC 9(4) VALUE ZERO.
       77   RANK-NUMBER                   PIC 9(4) VALUE ZERO.
       77   LAST-RANK-KEY                 PIC 9(4).
       77   VENDORS-RANKED                PIC 9(5) VALUE ZERO.
       77   VENDORS-UNRANKED              PIC 9(5) VALUE ZERO.

            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-REPORT-PARAMETERS.

            PERFORM TOTAL-THE-RECEIPTS.
            PERFORM TOTAL-THE-VOUCHERS.
            PERFORM TOTAL-THE-ARCHIVED-VOUCHERS.
            PERFORM TOTAL-THE-DEBIT-MEMOS.
            PERFORM TOTAL-THE-EDI-EXCEPTIONS.
            PERFORM TOTAL-THE-VENDOR-EVENTS.
            PERFORM SCORE-THE-VENDORS.

            PERFORM PRINT-THE-HEADINGS.
            PERFORM PRINT-THE-RANKING.
            PERFORM PRINT-THE-COUNTS.
            PERFORM PRINT-THE-TOTALS.

            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

      * The work file starts empty on every run.
       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT PURCHASE-ORDER-FILE.
            OPEN INPUT RECEIPT-FILE.
            OPEN INPUT DEBIT-MEMO-FILE.
            OPEN INPUT EDI-STAGING-FILE.
            OPEN INPUT VENDOR-EVENT-FILE.
            OPEN OUTPUT SCORE-WORK-FILE.
            CLOSE SCORE-WORK-FILE.
            OPEN I-O SCORE-WORK-FILE.
            MOVE "VNDCRD01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VENDOR SCORECARD" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE RECEIPT-FILE.
            CLOSE DEBIT-MEMO-FILE.
            CLOSE EDI-STAGING-FILE.
            CLOSE VENDOR-EVENT-FILE.
            CLOSE SCORE-WORK-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * PARAMETERS
      *--------------------------------
       ACCEPT-REPORT-PARAMETERS.
            MOVE "ENTER FIRST MONTH (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO FROM-MONTH.
            PERFORM ACCEPT-THROUGH-MONTH.
            COMPUTE FROM-DATE = FROM-MONTH * 100 + 1.
            COMPUTE THROUGH-DATE = THROUGH-MONTH * 100 + 31.
            MOVE "ENTER DELIVERY STANDARD IN DAYS (0 = 14)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO DELIVERY-STANDARD.
            IF DELIVERY-STANDARD = ZERO
                MOVE 14 TO DELIVERY-STANDARD.

       ACCEPT-THROUGH-MONTH.
            MOVE "ENTER LAST MONTH (CCYYMM)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO THROUGH-MONTH.
            IF THROUGH-MONTH < FROM-MONTH
                DISPLAY "LAST MONTH IS BEFORE THE FIRST"
                PERFORM ACCEPT-THROUGH-MONTH.

      *--------------------------------
      * DELIVERY
      *--------------------------------
      * Receipts come in PO order, so each PO is read once for its
      * vendor and date.
       TOTAL-THE-RECEIPTS.
            MOVE ZEROES TO CURRENT-PO.
            MOVE "N" TO PO-RECORD-FOUND.
            MOVE "N" TO RECEIPT-FILE-AT-END.
            MOVE ZEROES TO RECEIPT-KEY.
            START RECEIPT-FILE
               KEY IS NOT LESS THAN RECEIPT-KEY
               INVALID KEY
               MOVE "Y" TO RECEIPT-FILE-AT-END.
            IF RECEIPT-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-RECEIPT-RECORD.
            PERFORM TOTAL-ONE-RECEIPT
               UNTIL RECEIPT-FILE-AT-END = "Y".

       TOTAL-ONE-RECEIPT.
            IF RECEIPT-DATE NOT < FROM-DATE AND
                  RECEIPT-DATE NOT > THROUGH-DATE
                PERFORM SCORE-ONE-RECEIPT.
            PERFORM READ-NEXT-RECEIPT-RECORD.

       SCORE-ONE-RECEIPT.
            IF RECEIPT-PO-NUMBER NOT = CURRENT-PO
                PERFORM READ-THE-RECEIPT-PO.
            IF PO-RECORD-FOUND = "Y"
                PERFORM ADD-THE-RECEIPT.

       READ-THE-RECEIPT-PO.
            MOVE RECEIPT-PO-NUMBER TO CURRENT-PO.
            MOVE RECEIPT-PO-NUMBER TO PO-NUMBER.
            MOVE "Y" TO PO-RECORD-FOUND.
            READ PURCHASE-ORDER-FILE RECORD
               INVALID KEY
               MOVE "N" TO PO-RECORD-FOUND.

      * A receipt dated before its PO, or against a PO with no
      * date, counts as on time.
       ADD-THE-RECEIPT.
            MOVE PO-VENDOR TO FACT-VENDOR.
            PERFORM GET-THE-SCORE-RECORD.
            ADD 1 TO SCORE-RECEIPTS.
            MOVE ZERO TO LEAD-DAYS.
            IF PO-DATE NOT = ZEROES
                COMPUTE LEAD-DAYS =
                   FUNCTION INTEGER-OF-DATE (RECEIPT-DATE) -
                   FUNCTION INTEGER-OF-DATE (PO-DATE).
            IF LEAD-DAYS NOT > DELIVERY-STANDARD
                ADD 1 TO SCORE-ON-TIME.
            PERFORM REWRITE-THE-SCORE-RECORD.

      *--------------------------------
      * INVOICES
      *--------------------------------
       TOTAL-THE-VOUCHERS.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            MOVE ZEROES TO VOUCHER-NUMBER.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM TOTAL-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       TOTAL-ONE-VOUCHER.
            IF VOUCHER-TYPE-INVOICE AND
                  VOUCHER-DATE NOT < FROM-DATE AND
                  VOUCHER-DATE NOT > THROUGH-DATE
                MOVE VOUCHER-VENDOR TO FACT-VENDOR
                PERFORM ADD-THE-INVOICE.
            PERFORM READ-NEXT-VOUCHER-RECORD.

       TOTAL-THE-ARCHIVED-VOUCHERS.
            MOVE "N" TO HISTORY-FILE-AT-END.
            MOVE ZEROES TO HISTORY-VOUCHER-NUMBER.
            START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN HISTORY-VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
            IF HISTORY-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-HISTORY-RECORD.
            PERFORM TOTAL-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       TOTAL-ONE-ARCHIVED-VOUCHER.
            IF HISTORY-TYPE = "I" AND
                  HISTORY-DATE NOT < FROM-DATE AND
                  HISTORY-DATE NOT > THROUGH-DATE
                MOVE HISTORY-VOUCHER-VENDOR TO FACT-VENDOR
                PERFORM ADD-THE-INVOICE.
            PERFORM READ-NEXT-HISTORY-RECORD.

       ADD-THE-INVOICE.
            PERFORM GET-THE-SCORE-RECORD.
            ADD 1 TO SCORE-INVOICES.
            PERFORM REWRITE-THE-SCORE-RECORD.

      *--------------------------------
      * DEBIT MEMOS
      *--------------------------------
       TOTAL-THE-DEBIT-MEMOS.
            MOVE "N" TO DEBIT-MEMO-FILE-AT-END.
            MOVE ZEROES TO DM-NUMBER.
            START DEBIT-MEMO-FILE
               KEY IS NOT LESS THAN DM-NUMBER
               INVALID KEY
               MOVE "Y" TO DEBIT-MEMO-FILE-AT-END.
            IF DEBIT-MEMO-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-DEBIT-MEMO-RECORD.
            PERFORM TOTAL-ONE-DEBIT-MEMO
               UNTIL DEBIT-MEMO-FILE-AT-END = "Y".

       TOTAL-ONE-DEBIT-MEMO.
            IF DM-SENT-DATE NOT < FROM-DATE AND
                  DM-SENT-DATE NOT > THROUGH-DATE
                PERFORM ADD-THE-DEBIT-MEMO.
            PERFORM READ-NEXT-DEBIT-MEMO-RECORD.

       ADD-THE-DEBIT-MEMO.
            MOVE DM-VENDOR TO FACT-VENDOR.
            PERFORM GET-THE-SCORE-RECORD.
            ADD 1 TO SCORE-DEBIT-MEMOS.
            ADD DM-AMOUNT TO SCORE-DEBIT-DOLLARS.
            PERFORM REWRITE-THE-SCORE-RECORD.

      *--------------------------------
      * EDI EXCEPTIONS
      *--------------------------------
      * Any invoice the auto-match gave a reason - whether the clerk
      * later released it, rejected it, or it is still waiting.
       TOTAL-THE-EDI-EXCEPTIONS.
            MOVE "N" TO STAGING-FILE-AT-END.
            MOVE ZEROES TO STAGING-NUMBER.
            START EDI-STAGING-FILE
               KEY IS NOT LESS THAN STAGING-NUMBER
               INVALID KEY
               MOVE "Y" TO STAGING-FILE-AT-END.
            IF STAGING-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-STAGING-RECORD.
            PERFORM TOTAL-ONE-STAGING-RECORD
               UNTIL STAGING-FILE-AT-END = "Y".

       TOTAL-ONE-STAGING-RECORD.
            IF STAGING-REASON NOT = SPACES AND
                  STAGING-VENDOR NOT = ZEROES AND
                  STAGING-RECEIVED-DATE NOT < FROM-DATE AND
                  STAGING-RECEIVED-DATE NOT > THROUGH-DATE
                PERFORM ADD-THE-EDI-EXCEPTION.
            PERFORM READ-NEXT-STAGING-RECORD.

       ADD-THE-EDI-EXCEPTION.
            MOVE STAGING-VENDOR TO FACT-VENDOR.
            PERFORM GET-THE-SCORE-RECORD.
            ADD 1 TO SCORE-EDI-EXCEPTIONS.
            PERFORM REWRITE-THE-SCORE-RECORD.

      *--------------------------------
      * MATCH HOLDS, DUPLICATES, DISPUTES
      *--------------------------------
       TOTAL-THE-VENDOR-EVENTS.
            MOVE "N" TO EVENT-FILE-AT-END.
            PERFORM READ-NEXT-EVENT-RECORD.
            PERFORM TOTAL-ONE-EVENT
               UNTIL EVENT-FILE-AT-END = "Y".

       TOTAL-ONE-EVENT.
            IF VENDOR-EVENT-DATE NOT < FROM-DATE AND
                  VENDOR-EVENT-DATE NOT > THROUGH-DATE
                PERFORM ADD-THE-EVENT.
            PERFORM READ-NEXT-EVENT-RECORD.

       ADD-THE-EVENT.
            MOVE VENDOR-EVENT-VENDOR TO FACT-VENDOR.
            PERFORM GET-THE-SCORE-RECORD.
            IF VENDOR-EVENT-MATCH-HOLD
                ADD 1 TO SCORE-MATCH-HOLDS.
            IF VENDOR-EVENT-DUPLICATE
                ADD 1 TO SCORE-DUPLICATES.
            IF VENDOR-EVENT-DISPUTE
                ADD 1 TO SCORE-DISPUTES.
            PERFORM REWRITE-THE-SCORE-RECORD.

      *--------------------------------
      * SCORING
      *--------------------------------
       SCORE-THE-VENDORS.
            MOVE "N" TO SCORE-FILE-AT-END.
            MOVE ZEROES TO SCORE-VENDOR.
            START SCORE-WORK-FILE
               KEY IS NOT LESS THAN SCORE-VENDOR
               INVALID KEY
               MOVE "Y" TO SCORE-FILE-AT-END.
            IF SCORE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SCORE-RECORD.
            PERFORM SCORE-ONE-VENDOR
               UNTIL SCORE-FILE-AT-END = "Y".

       SCORE-ONE-VENDOR.
            MOVE ZERO TO WEIGHTED-SCORE.
            MOVE ZERO TO WEIGHT-TOTAL.
            IF SCORE-RECEIPTS NOT = ZERO
                PERFORM SCORE-THE-DELIVERY.
            IF SCORE-INVOICES NOT = ZERO
                PERFORM SCORE-THE-INVOICES.
            IF WEIGHT-TOTAL = ZERO
                MOVE 9999 TO SCORE-RANK-KEY
                MOVE SPACE TO SCORE-GRADE
            ELSE
                PERFORM GRADE-THE-VENDOR.
            PERFORM REWRITE-THE-SCORE-RECORD.
            PERFORM READ-NEXT-SCORE-RECORD.

       SCORE-THE-DELIVERY.
            COMPUTE SCORE-ON-TIME-PCT ROUNDED =
               SCORE-ON-TIME * 100 / SCORE-RECEIPTS.
            COMPUTE WEIGHTED-SCORE =
               WEIGHTED-SCORE + SCORE-ON-TIME-PCT * 40.
            ADD 40 TO WEIGHT-TOTAL.

      * More problems or disputes than invoices bottom out at zero
      * accuracy and a hundred percent dispute rate.
       SCORE-THE-INVOICES.
            COMPUTE PROBLEM-INVOICES =
               SCORE-MATCH-HOLDS + SCORE-DUPLICATES +
               SCORE-EDI-EXCEPTIONS.
            IF PROBLEM-INVOICES > SCORE-INVOICES
                MOVE SCORE-INVOICES TO PROBLEM-INVOICES.
            COMPUTE SCORE-ACCURACY-PCT ROUNDED =
               (SCORE-INVOICES - PROBLEM-INVOICES) * 100 /
               SCORE-INVOICES.
            COMPUTE DISPUTE-COUNT =
               SCORE-DISPUTES + SCORE-DEBIT-MEMOS.
            IF DISPUTE-COUNT > SCORE-INVOICES
                MOVE SCORE-INVOICES TO DISPUTE-COUNT.
            COMPUTE SCORE-DISPUTE-PCT ROUNDED =
               DISPUTE-COUNT * 100 / SCORE-INVOICES.
            COMPUTE DISPUTE-SCORE = 100 - SCORE-DISPUTE-PCT.
            COMPUTE WEIGHTED-SCORE =
               WEIGHTED-SCORE + SCORE-ACCURACY-PCT * 30 +
               DISPUTE-SCORE * 30.
            ADD 60 TO WEIGHT-TOTAL.

       GRADE-THE-VENDOR.
            COMPUTE SCORE-OVERALL ROUNDED =
               WEIGHTED-SCORE / WEIGHT-TOTAL.
            COMPUTE SCORE-RANK-KEY = 1000 - SCORE-OVERALL * 10.
            IF SCORE-OVERALL NOT < 90
                MOVE "A" TO SCORE-GRADE
            ELSE
                IF SCORE-OVERALL NOT < 80
                    MOVE "B" TO SCORE-GRADE
                ELSE
                    IF SCORE-OVERALL NOT < 70
                        MOVE "C" TO SCORE-GRADE
                    ELSE
                        IF SCORE-OVERALL NOT < 60
                            MOVE "D" TO SCORE-GRADE
                        ELSE
                            MOVE "F" TO SCORE-GRADE.

      *--------------------------------
      * THE RANKING
      *--------------------------------
       PRINT-THE-HEADINGS.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE FROM-MONTH TO RANGE-FROM.
            MOVE THROUGH-MONTH TO RANGE-THROUGH.
            MOVE DELIVERY-STANDARD TO RANGE-STANDARD.
            MOVE RANGE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE WEIGHT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * Vendors with the same score share a rank.
       PRINT-THE-RANKING.
            PERFORM LINE-FEED.
            MOVE RANK-COLUMN-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE RANK-COLUMN-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE 9999 TO LAST-RANK-KEY.
            MOVE "N" TO SCORE-FILE-AT-END.
            MOVE ZEROES TO SCORE-RANK-KEY.
            START SCORE-WORK-FILE
               KEY IS NOT LESS THAN SCORE-RANK-KEY
               INVALID KEY
               MOVE "Y" TO SCORE-FILE-AT-END.
            IF SCORE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SCORE-RECORD.
            PERFORM PRINT-ONE-RANK
               UNTIL SCORE-FILE-AT-END = "Y".
            IF VENDORS-RANKED = ZERO AND
                  VENDORS-UNRANKED = ZERO
                MOVE "NO VENDOR ACTIVITY IN THE RANGE"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-RANK.
            MOVE SPACE TO RANK-LINE.
            ADD 1 TO RANK-POSITION.
            IF SCORE-RANK-KEY = 9999
                MOVE SPACE TO PRINT-RANK-NONE
                ADD 1 TO VENDORS-UNRANKED
            ELSE
                PERFORM NUMBER-THE-RANK
                ADD 1 TO VENDORS-RANKED.
            MOVE SCORE-VENDOR TO PRINT-VENDOR.
            PERFORM LOOK-UP-THE-VENDOR.
            IF SCORE-RECEIPTS = ZERO
                MOVE "  N/A" TO PRINT-ON-TIME-NONE
            ELSE
                MOVE SCORE-ON-TIME-PCT TO PRINT-ON-TIME.
            IF SCORE-INVOICES = ZERO
                MOVE "  N/A" TO PRINT-ACCURACY-NONE
                MOVE "  N/A" TO PRINT-DISPUTE-NONE
            ELSE
                MOVE SCORE-ACCURACY-PCT TO PRINT-ACCURACY
                MOVE SCORE-DISPUTE-PCT TO PRINT-DISPUTE.
            IF SCORE-RANK-KEY = 9999
                MOVE "  N/A" TO PRINT-SCORE-NONE
            ELSE
                MOVE SCORE-OVERALL TO PRINT-SCORE.
            MOVE SCORE-GRADE TO PRINT-GRADE.
            MOVE RANK-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM READ-NEXT-SCORE-RECORD.

       NUMBER-THE-RANK.
            IF SCORE-RANK-KEY NOT = LAST-RANK-KEY
                MOVE RANK-POSITION TO RANK-NUMBER
                MOVE SCORE-RANK-KEY TO LAST-RANK-KEY.
            MOVE RANK-NUMBER TO PRINT-RANK.

       LOOK-UP-THE-VENDOR.
            MOVE SCORE-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO PRINT-VENDOR-NAME
            ELSE
                MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.

      *--------------------------------
      * THE COUNTS
      *--------------------------------
       PRINT-THE-COUNTS.
            PERFORM LINE-FEED.
            MOVE "COUNTS BEHIND THE SCORES" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COUNT-COLUMN-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE COUNT-COLUMN-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "N" TO SCORE-FILE-AT-END.
            MOVE ZEROES TO SCORE-VENDOR.
            START SCORE-WORK-FILE
               KEY IS NOT LESS THAN SCORE-VENDOR
               INVALID KEY
               MOVE "Y" TO SCORE-FILE-AT-END.
            IF SCORE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SCORE-RECORD.
            PERFORM PRINT-ONE-COUNT-LINE
               UNTIL SCORE-FILE-AT-END = "Y".

       PRINT-ONE-COUNT-LINE.
            MOVE SPACE TO COUNT-LINE.
            MOVE SCORE-VENDOR TO PRINT-COUNT-VENDOR.
            MOVE SCORE-RECEIPTS TO PRINT-RECEIPTS.
            COMPUTE PRINT-LATE = SCORE-RECEIPTS - SCORE-ON-TIME.
            MOVE SCORE-INVOICES TO PRINT-INVOICES.
            MOVE SCORE-MATCH-HOLDS TO PRINT-MATCH-HOLDS.
            MOVE SCORE-DUPLICATES TO PRINT-DUPLICATES.
            MOVE SCORE-EDI-EXCEPTIONS TO PRINT-EDI-EXCEPTIONS.
            MOVE SCORE-DISPUTES TO PRINT-DISPUTES.
            MOVE SCORE-DEBIT-MEMOS TO PRINT-DEBIT-MEMOS.
            MOVE SCORE-DEBIT-DOLLARS TO PRINT-DEBIT-DOLLARS.
            MOVE COUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM READ-NEXT-SCORE-RECORD.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "VENDORS RANKED" TO PRINT-TOTAL-LABEL.
            MOVE VENDORS-RANKED TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE SPACE TO TOTAL-LINE.
            MOVE "VENDORS WITH NO RECEIPTS OR INVOICES"
               TO PRINT-TOTAL-LABEL.
            MOVE VENDORS-UNRANKED TO PRINT-TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
      * A vendor's work record is added the first time any fact
      * turns up for it.
       GET-THE-SCORE-RECORD.
            MOVE FACT-VENDOR TO SCORE-VENDOR.
            MOVE "Y" TO SCORE-RECORD-FOUND.
            READ SCORE-WORK-FILE RECORD
               INVALID KEY
               MOVE "N" TO SCORE-RECORD-FOUND.
            IF SCORE-RECORD-FOUND = "N"
                PERFORM ADD-THE-SCORE-RECORD.

       ADD-THE-SCORE-RECORD.
            INITIALIZE SCORE-RECORD.
            MOVE FACT-VENDOR TO SCORE-VENDOR.
            MOVE 9999 TO SCORE-RANK-KEY.
            WRITE SCORE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SCORE WORK RECORD".

       REWRITE-THE-SCORE-RECORD.
            REWRITE SCORE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING SCORE WORK RECORD".

       READ-NEXT-SCORE-RECORD.
            READ SCORE-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO SCORE-FILE-AT-END.

       READ-NEXT-RECEIPT-RECORD.
            READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RECEIPT-FILE-AT-END.

       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-HISTORY-RECORD.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-NEXT-DEBIT-MEMO-RECORD.
            READ DEBIT-MEMO-FILE NEXT RECORD
               AT END MOVE "Y" TO DEBIT-MEMO-FILE-AT-END.

       READ-NEXT-STAGING-RECORD.
            READ EDI-STAGING-FILE NEXT RECORD
               AT END MOVE "Y" TO STAGING-FILE-AT-END.

       READ-NEXT-EVENT-RECORD.
            READ VENDOR-EVENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EVENT-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
