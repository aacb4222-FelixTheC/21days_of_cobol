      *       for IRS/SSA validation, not just another W-9).
      * Each letter printed stamps its date on the vendor record
      * (VENDOR-FIRST/SECOND-BNOTICE-DATE) so the solicitation can
      * be proved, and the letters spool like any other run. A
      * vendor with a good VENDOR-EMAIL is also sent a copy of the
      * letter through the outbox (fdoutb01.cbl); the printed
      * letter is still the one mailed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bnotice01.

            COPY "slvnd02.cbl".
            COPY "sljrnl01.cbl".
            COPY "sloutb01.cbl".

            COPY "slsplcat.cbl".

       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdoutb01.cbl".

            COPY "fdsplcat.cbl".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsoutb01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
       OPENING-PROCEDURE.
            OPEN I-O VENDOR-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OUTBOX-FILE.
            MOVE "BNOTICE1" TO JOURNAL-PROGRAM-NAME.
            MOVE "BNOTICE1" TO SPOOL-NAME-REPORT-ID.
            MOVE "B-NOTICE LETTERS" TO SPOOL-NAME-TITLE.
       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE OUTBOX-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-NOTICE-CYCLE.
            PERFORM WRITE-TO-PRINTER.
            PERFORM FORM-FEED.
            ADD 1 TO LETTER-COUNT.
            IF VENDOR-EMAIL NOT = SPACES AND
                  VENDOR-EMAIL-IS-GOOD
                PERFORM EMAIL-A-COPY.

       EMAIL-A-COPY.
            MOVE "BNOTICE1" TO OUTBOX-PROGRAM.
            MOVE VENDOR-NUMBER TO OUTBOX-VENDOR.
            MOVE ZEROES TO OUTBOX-CONTACT-SEQUENCE.
            MOVE VENDOR-EMAIL TO OUTBOX-RECIPIENT.
            IF NOTICE-CYCLE = 1
                MOVE "FIRST B-NOTICE - IMPORTANT TAX INFORMATION"
                   TO OUTBOX-SUBJECT
            ELSE
                MOVE "SECOND B-NOTICE - IMPORTANT TAX INFORMATION"
                   TO OUTBOX-SUBJECT.
            MOVE SPOOL-PRINTER-NAME TO OUTBOX-BODY-FILE.
            MOVE SPACES TO OUTBOX-BODY-REFERENCE.
            STRING "VENDOR " VENDOR-NUMBER
               DELIMITED BY SIZE INTO OUTBOX-BODY-REFERENCE.
            PERFORM QUEUE-THE-MESSAGE.

       REWRITE-VENDOR-RECORD.
            REWRITE VENDOR-RECORD
            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "pljrnl01.cbl".
            COPY "ploutb01.cbl".
            COPY "plspool01.cbl".
