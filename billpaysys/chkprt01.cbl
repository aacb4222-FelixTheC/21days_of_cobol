      * numbers issued that day from the paid vouchers (same
      * close/reopen rescan idiom as chkrun01.cbl), then prints one
      * face per check: check number, date, payee from VENDOR-NAME,
      * the amount in figures and spelled out in words (plamtwd01.cbl),
      * and the payee's name and mailing address for the window
      * envelope - a foreign address in its own country's format
      * (pladdr01.cbl).
      *
      * Each check prints with a remittance stub listing the
      * vouchers it paid, ten lines to a stub. A check that pays
            COPY "sljrnl01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slcntry.cbl".

            SELECT OPTIONAL CHECK-PRINT-FILE
               ASSIGN TO "CHECKS"
            COPY "fdjrnl01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdcntry.cbl".

       FD   CHECK-PRINT-FILE
            LABEL RECORDS ARE STANDARD.
            05 FILLER                     PIC X(10)
                             VALUE "**********".

       01   FACE-ADDRESS-LINE.
            05 FILLER                     PIC X(21) VALUE SPACE.
            05 FACE-ADDRESS               PIC X(35).

       01   FACE-MEMO-LINE.
            05 FILLER                     PIC X(6)  VALUE "MEMO: ".
            05 FACE-MEMO                  PIC X(40).
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsamtwd01.cbl".
            COPY "wsaddr01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wssignon01.cbl".

            OPEN EXTEND JOURNAL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT COUNTRY-FILE.
            MOVE "CHKPRT01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE JOURNAL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE COUNTRY-FILE.

      *--------------------------------
      * MENU
            MOVE ALL "X" TO FACE-AMOUNT.
            MOVE ALL "X" TO FACE-AMOUNT-IN-WORDS.
            MOVE ALL "X" TO FACE-MEMO.
            MOVE ALL "X" TO MAILING-ADDRESS-LINES.
            MOVE 5 TO MAIL-LINE-COUNT.
            PERFORM WRITE-CHECK-FACE.
            DISPLAY "ALIGNMENT PATTERN PRINTED".

      * REGISTER-VENDOR holds an employee number on an employee
      * reimbursement check ("E") - the vendor master would give
      * whoever shares the number. The register's own payee name
      * is the truth for those, and they go out through payroll's
      * distribution with no mailing address.
            IF TABLE-CHECK-PAYEE-TYPE (CHECK-INDEX) = "E"
                MOVE TABLE-CHECK-PAYEE-NAME (CHECK-INDEX)
                   TO FACE-PAYEE-NAME
                MOVE ZERO TO MAIL-LINE-COUNT
            ELSE
                MOVE TABLE-CHECK-VENDOR (CHECK-INDEX)
                   TO VENDOR-NUMBER
            MOVE FACE-WORDS-LINE TO CHECK-PRINT-RECORD.
            PERFORM WRITE-CHECK-LINE.
            PERFORM CHECK-LINE-FEED.
            IF MAIL-LINE-COUNT NOT = ZERO
                PERFORM WRITE-THE-ADDRESS-BLOCK.
            MOVE FACE-MEMO-LINE TO CHECK-PRINT-RECORD.
            PERFORM WRITE-CHECK-LINE.
            PERFORM CHECK-FORM-FEED.

      * The name and address block that shows through the window
      * envelope.
       WRITE-THE-ADDRESS-BLOCK.
            MOVE FACE-PAYEE-NAME TO FACE-ADDRESS.
            MOVE FACE-ADDRESS-LINE TO CHECK-PRINT-RECORD.
            PERFORM WRITE-CHECK-LINE.
            PERFORM WRITE-ONE-ADDRESS-LINE
               VARYING MAIL-LINE-SCAN FROM 1 BY 1
               UNTIL MAIL-LINE-SCAN > MAIL-LINE-COUNT.
            PERFORM CHECK-LINE-FEED.

       WRITE-ONE-ADDRESS-LINE.
            MOVE MAIL-LINE (MAIL-LINE-SCAN) TO FACE-ADDRESS.
            MOVE FACE-ADDRESS-LINE TO CHECK-PRINT-RECORD.
            PERFORM WRITE-CHECK-LINE.

       WRITE-CHECK-LINE.
            WRITE CHECK-PRINT-RECORD BEFORE ADVANCING 1.

      * FILE I-O ROUTINES
      *--------------------------------
      * The check is made out to the remit-to name when the vendor
      * uses one (factoring company, lockbox), and mailed to the
      * remit-to address with it.
       MOVE-PAYEE-TO-FACE.
            IF VENDOR-REMIT-NAME NOT = SPACES
                MOVE VENDOR-REMIT-NAME TO FACE-PAYEE-NAME
            ELSE
                MOVE VENDOR-NAME TO FACE-PAYEE-NAME.
            PERFORM LOAD-REMIT-MAILING-ADDRESS.
            PERFORM FORMAT-THE-MAILING-ADDRESS.

       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            COPY "plamtwd01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plsignon01.cbl".
            COPY "pladdr01.cbl".
