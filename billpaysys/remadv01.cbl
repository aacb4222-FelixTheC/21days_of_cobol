      *
      * Delivery: vendors with a VENDOR-EMAIL get their advice queued
      * to the email-spool file, one addressed message per payment,
      * ready for the mailer to pick up, and each message is logged
      * on the outbox (fdoutb01.cbl) for the sender interface to
      * track. An address that has bounced (outsnd01.cbl) is not
      * used again - a bounced contact falls back to the master
      * VENDOR-EMAIL, a bounced master to paper. Vendors without
      * a good email address get a printed advice to mail with the
      * check, the
      * vendor's remit-to mailing address under the name - a
      * foreign address in its own country's format (pladdr01.cbl).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. remadv01.
            COPY "slvouch.cbl".
            COPY "slpayhst.cbl".
            COPY "slvncon01.cbl".
            COPY "slcntry.cbl".
            COPY "sloutb01.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO "REMITADV"
            COPY "fdvouch.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdvncon01.cbl".
            COPY "fdcntry.cbl".
            COPY "fdoutb01.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 ADVICE-VENDOR-NAME         PIC X(30).

       01   ADVICE-ADDRESS-LINE.
            05 FILLER                     PIC X(15) VALUE SPACE.
            05 ADVICE-ADDRESS             PIC X(35).

       01   ADVICE-PAYMENT-LINE.
            05 FILLER                     PIC X(9)
                             VALUE "PAYMENT: ".
      * remittances (fdvncon01.cbl) when one exists, else the
      * master VENDOR-EMAIL as before.
       77   REMIT-EMAIL-ADDRESS           PIC X(40).
       77   REMIT-CONTACT-SEQUENCE        PIC 9(2).
       77   CONTACT-AT-END                PIC X.
       77   SEND-BY-EMAIL                 PIC X.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsaddr01.cbl".
            COPY "wsoutb01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT VENDOR-CONTACT-FILE.
            OPEN INPUT COUNTRY-FILE.
            OPEN I-O OUTBOX-FILE.
            OPEN OUTPUT PRINTER-FILE.
            OPEN OUTPUT EMAIL-SPOOL-FILE.

            CLOSE VOUCHER-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE VENDOR-CONTACT-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE OUTBOX-FILE.
            CLOSE PRINTER-FILE.
            CLOSE EMAIL-SPOOL-FILE.

                MOVE "Y" TO SEND-BY-EMAIL
            ELSE
                MOVE "N" TO SEND-BY-EMAIL.
            PERFORM PRODUCE-ONE-ADVICE
               VARYING PAYMENT-INDEX FROM 1 BY 1
               UNTIL PAYMENT-INDEX > PAYMENT-COUNT.

      * The contact flagged CONTACT-GETS-REMITTANCE wins; with no
      * flagged contact the single master email still works. An
      * address that has bounced is passed over.
       PICK-THE-REMITTANCE-EMAIL.
            MOVE SPACES TO REMIT-EMAIL-ADDRESS.
            IF VENDOR-EMAIL-IS-GOOD
                MOVE VENDOR-EMAIL TO REMIT-EMAIL-ADDRESS.
            MOVE ZEROES TO REMIT-CONTACT-SEQUENCE.
            MOVE "N" TO CONTACT-AT-END.
            MOVE VENDOR-NUMBER TO CONTACT-VENDOR.
            MOVE ZEROES TO CONTACT-SEQUENCE.
                    MOVE "Y" TO CONTACT-AT-END
                ELSE
                    IF CONTACT-GETS-REMITTANCE = "Y" AND
                          CONTACT-EMAIL NOT = SPACES AND
                          NOT CONTACT-EMAIL-BOUNCED
                        MOVE CONTACT-EMAIL TO REMIT-EMAIL-ADDRESS
                        MOVE CONTACT-SEQUENCE
                           TO REMIT-CONTACT-SEQUENCE
                        MOVE "Y" TO CONTACT-AT-END.

       PRODUCE-ONE-ADVICE.
            ADD 1 TO ADVICE-COUNT.
            PERFORM WRITE-ADVICE-RECORD.
            MOVE SPACE TO EMAIL-SPOOL-RECORD.
            PERFORM WRITE-ADVICE-RECORD.
            PERFORM LOG-THE-EMAIL.

       LOG-THE-EMAIL.
            MOVE "REMADV01" TO OUTBOX-PROGRAM.
            MOVE VENDOR-NUMBER TO OUTBOX-VENDOR.
            MOVE REMIT-CONTACT-SEQUENCE TO OUTBOX-CONTACT-SEQUENCE.
            MOVE REMIT-EMAIL-ADDRESS TO OUTBOX-RECIPIENT.
            MOVE EMAIL-SUBJECT-LINE (10 : ) TO OUTBOX-SUBJECT.
            MOVE "EMLSPOOL" TO OUTBOX-BODY-FILE.
            MOVE SPACES TO OUTBOX-BODY-REFERENCE.
            STRING "PAYMENT " EMAIL-SUBJECT-CHECK-NO
               DELIMITED BY SIZE INTO OUTBOX-BODY-REFERENCE.
            PERFORM QUEUE-THE-MESSAGE.

       WRITE-ADVICE-HEADER.
            MOVE ADVICE-TITLE-LINE TO PRINTER-RECORD.
            MOVE VENDOR-NAME TO ADVICE-VENDOR-NAME.
            MOVE ADVICE-VENDOR-LINE TO PRINTER-RECORD.
            PERFORM WRITE-ADVICE-LINE.
            IF SEND-BY-EMAIL NOT = "Y"
                PERFORM WRITE-ADVICE-ADDRESS.
            MOVE PAYTAB-CHECK-NO (PAYMENT-INDEX) TO ADVICE-CHECK-NO.
            MOVE ADVICE-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-ADVICE-LINE.

      * A printed advice travels by post, so it carries the address
      * - the remit-to name and address when the vendor has one.
       WRITE-ADVICE-ADDRESS.
            IF VENDOR-REMIT-NAME NOT = SPACES
                MOVE VENDOR-REMIT-NAME TO ADVICE-ADDRESS
                MOVE ADVICE-ADDRESS-LINE TO PRINTER-RECORD
                PERFORM WRITE-ADVICE-LINE.
            PERFORM LOAD-REMIT-MAILING-ADDRESS.
            PERFORM FORMAT-THE-MAILING-ADDRESS.
            PERFORM WRITE-ONE-ADDRESS-LINE
               VARYING MAIL-LINE-SCAN FROM 1 BY 1
               UNTIL MAIL-LINE-SCAN > MAIL-LINE-COUNT.

       WRITE-ONE-ADDRESS-LINE.
            MOVE MAIL-LINE (MAIL-LINE-SCAN) TO ADVICE-ADDRESS.
            MOVE ADVICE-ADDRESS-LINE TO PRINTER-RECORD.
            PERFORM WRITE-ADVICE-LINE.

       LIST-PAYMENT-VOUCHERS.
            CLOSE VOUCHER-FILE.
            OPEN INPUT VOUCHER-FILE.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "pladdr01.cbl".
            COPY "ploutb01.cbl".
