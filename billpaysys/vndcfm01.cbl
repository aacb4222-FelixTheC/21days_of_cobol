      * and archived since was still open on December 31 - and the
      * letter itemizes the open invoices with the auditors' reply
      * address. A control list of every letter printed closes the
      * spool for the audit workpapers. A vendor with a good
      * VENDOR-EMAIL is also sent a copy through the outbox
      * (fdoutb01.cbl) to speed the reply; the printed letter is
      * still the one mailed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndcfm01.
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slpayhst.cbl".
            COPY "sloutb01.cbl".

            COPY "slsplcat.cbl".

            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdoutb01.cbl".

            COPY "fdsplcat.cbl".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsoutb01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN I-O OUTBOX-FILE.
            MOVE "VNDCFM01" TO SPOOL-NAME-REPORT-ID.
            MOVE "VENDOR BALANCE CONFIRMATIONS" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE OUTBOX-FILE.
            CLOSE PRINTER-FILE.

       ENTER-THE-CUTOFF-DATE.
                PERFORM PRINT-THE-LETTER-FOOT
                MOVE LETTER-BALANCE
                   TO SAMPLE-BALANCE (SAMPLE-SUB)
                ADD 1 TO LETTER-COUNT
                IF VENDOR-EMAIL NOT = SPACES AND
                      VENDOR-EMAIL-IS-GOOD
                    PERFORM EMAIL-A-COPY.

       EMAIL-A-COPY.
            MOVE "VNDCFM01" TO OUTBOX-PROGRAM.
            MOVE VENDOR-NUMBER TO OUTBOX-VENDOR.
            MOVE ZEROES TO OUTBOX-CONTACT-SEQUENCE.
            MOVE VENDOR-EMAIL TO OUTBOX-RECIPIENT.
            MOVE "BALANCE CONFIRMATION REQUEST" TO OUTBOX-SUBJECT.
            MOVE SPOOL-PRINTER-NAME TO OUTBOX-BODY-FILE.
            MOVE SPACES TO OUTBOX-BODY-REFERENCE.
            STRING "VENDOR " VENDOR-NUMBER
               DELIMITED BY SIZE INTO OUTBOX-BODY-REFERENCE.
            PERFORM QUEUE-THE-MESSAGE.

       PRINT-THE-LETTER-HEAD.
            MOVE CUTOFF-DATE TO DATE-CCYYMMDD.
            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "ploutb01.cbl".

            COPY "plspool01.cbl".
