      * fdesch01.cbl:
      *   1 - print the due-diligence letters to the payees whose
      *       letter has not gone out, at the vendor's remit-to
      *       address, stamping the letter date - a vendor with a
      *       good VENDOR-EMAIL is also sent a copy through the
      *       outbox (fdoutb01.cbl);
      *   2 - record an owner response to a letter (the claim then
      *       goes through chkvoid01's reissue as usual);
      *   3 - cut the annual NAUPA-format electronic file for one
            COPY "slesch01.cbl".
            COPY "slvnd02.cbl".
            COPY "slemp01.cbl".
            COPY "slxmit01.cbl".
            COPY "sloutb01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdesch01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdemp01.cbl".
            COPY "fdxmit01.cbl".
            COPY "fdoutb01.cbl".

            COPY "fdsplcat.cbl".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsoutb01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            OPEN I-O ESCHEAT-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN I-O OUTBOX-FILE.
            MOVE "ESCHEAT1" TO SPOOL-NAME-REPORT-ID.
            MOVE "UNCLAIMED PROPERTY LETTERS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            CLOSE ESCHEAT-FILE.
            CLOSE VENDOR-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE OUTBOX-FILE.
            CLOSE PRINTER-FILE.

       MAIN-PROCESS.
            PERFORM WRITE-TO-PRINTER.
            PERFORM FORM-FEED.
            ADD 1 TO LETTER-COUNT.
            IF NOT REGISTER-PAYEE-EMPLOYEE
                IF VENDOR-RECORD-FOUND = "Y" AND
                      VENDOR-EMAIL NOT = SPACES AND
                      VENDOR-EMAIL-IS-GOOD
                    PERFORM EMAIL-A-COPY.

       EMAIL-A-COPY.
            MOVE "ESCHEAT1" TO OUTBOX-PROGRAM.
            MOVE VENDOR-NUMBER TO OUTBOX-VENDOR.
            MOVE ZEROES TO OUTBOX-CONTACT-SEQUENCE.
            MOVE VENDOR-EMAIL TO OUTBOX-RECIPIENT.
            MOVE "NOTICE OF UNCLAIMED PROPERTY" TO OUTBOX-SUBJECT.
            MOVE SPOOL-PRINTER-NAME TO OUTBOX-BODY-FILE.
            MOVE SPACES TO OUTBOX-BODY-REFERENCE.
            STRING "CHECK " REGISTER-CHECK-NO
               DELIMITED BY SIZE INTO OUTBOX-BODY-REFERENCE.
            PERFORM QUEUE-THE-MESSAGE.

      *--------------------------------
      * OWNER RESPONSE
            MOVE NAUPA-SUMMARY-LINE TO NAUPA-RECORD.
            WRITE NAUPA-RECORD.
            CLOSE NAUPA-FILE.
            PERFORM REGISTER-THE-NAUPA-FILE.
            MOVE REPORTED-TOTAL TO AMOUNT-FIELD.
            DISPLAY "ITEMS REPORTED: " REPORTED-COUNT
               " TOTAL " AMOUNT-FIELD.
            ADD 1 TO REPORTED-COUNT.
            ADD REGISTER-CHECK-AMOUNT TO REPORTED-TOTAL.

      * The holder header and the summary ride with the details.
       REGISTER-THE-NAUPA-FILE.
            MOVE "NAUPA" TO XMIT-FILE-NAME.
            MOVE "ESCHEAT1" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            COMPUTE XMIT-RECORD-COUNT = REPORTED-COUNT + 2.
            MOVE REPORTED-TOTAL TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plxmit01.cbl".
            COPY "ploutb01.cbl".

            COPY "plspool01.cbl".
