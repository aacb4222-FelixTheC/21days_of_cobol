      *
      * Bulk onboarding load - reads a comma-delimited file of new
      * vendor rows (name,address-1,address-2,city,state,zip,contact,
      * phone,tax-id), runs each row through the same required-field
      * and state-code checks as vndmnt04's add mode, and writes the
      * good ones to the onboarding queue (fdvndreq.cbl) as pending
      * requests under the next control-file request number - just
      * as if purchasing had keyed each one in vndreq01.cbl. Nothing
      * reaches the vendor master until AP has worked each request's
      * checklist in vndonb01.cbl (W-9, TIN match, sanctions screen,
      * duplicates) and it is activated from vndmnt04's add. The
      * tax id is required for the TIN match; the contact, which a
      * request has no field for, rides in the business reason.
      * Rows that fail validation are skipped and listed on the
      * register instead of being written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndimp01.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvndreq.cbl".
            COPY "slstate.cbl".
            COPY "slcontrol.cbl".
            COPY "slckpt.cbl".
       DATA DIVISION.
       FILE SECTION.

            COPY "fdvndreq.cbl".
            COPY "fdstate.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdckpt.cbl".
       77   STATE-RECORD-FOUND            PIC X.

       77   ROW-ACCEPTED                  PIC X.
       77   IMPORT-CONTACT                PIC X(30).
       77   REJECT-REASON                 PIC X(40).

       77   IMPORT-COUNT                  PIC 9(5) VALUE ZERO.
       77   ACCEPTED-COUNT                PIC 9(5) VALUE ZERO.
       77   REJECTED-COUNT                PIC 9(5) VALUE ZERO.

       01   ACCEPT-LINE.
            05 ACCEPT-NAME                PIC X(30).
            05 FILLER                     PIC X(9)  VALUE " REQUEST ".
            05 ACCEPT-REQUEST-NUMBER      PIC 9(5).
            05 FILLER                     PIC X(21)
                                          VALUE " PENDING ONBOARDING".

       01   REJECT-LINE.
            05 REJECT-NAME                PIC X(30).
            05 FILLER                     PIC X     VALUE SPACE.

       PROGRAM-DONE.
            DISPLAY "VENDOR ROWS READ: " IMPORT-COUNT.
            DISPLAY "REQUESTS QUEUED: " ACCEPTED-COUNT.
            DISPLAY "VENDORS REJECTED: " REJECTED-COUNT.
            IF ACCEPTED-COUNT NOT = ZERO
                DISPLAY "WORK THE CHECKLISTS IN VNDONB01".
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT IMPORT-FILE.
            OPEN I-O VENDOR-REQUEST-FILE.
            OPEN I-O STATE-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN I-O CHECKPOINT-FILE.

       CLOSING-PROCEDURE.
            CLOSE IMPORT-FILE.
            CLOSE VENDOR-REQUEST-FILE.
            CLOSE STATE-FILE.
            CLOSE CONTROL-FILE.
            CLOSE CHECKPOINT-FILE.
            PERFORM READ-IMPORT-RECORD.

       PROCESS-THE-ROW-BODY.
            PERFORM INIT-REQUEST-RECORD.
            PERFORM UNSTRING-IMPORT-ROW.
            PERFORM EDIT-IMPORT-ROW.
            IF ROW-ACCEPTED = "Y"
                PERFORM RETRIEVE-NEXT-REQUEST-NUMBER
                PERFORM WRITE-REQUEST-RECORD
                PERFORM PRINT-ACCEPT-LINE
                ADD 1 TO ACCEPTED-COUNT
            ELSE
                PERFORM PRINT-REJECT-LINE
                ADD 1 TO REJECTED-COUNT.

      * Set up the way vndreq01 sets up a keyed request - pending,
      * paid by check, every checklist step still to do. The load
      * itself is the requester, so whoever activates the vendor
      * is never the one who asked for it.
       INIT-REQUEST-RECORD.
            MOVE SPACE TO VENDOR-REQUEST-RECORD.
            MOVE ZEROES TO VNDREQ-NUMBER.
            MOVE BATCH-COMPANY TO VNDREQ-COMPANY.
            MOVE "C" TO VNDREQ-PAYMENT-METHOD.
            MOVE "VNDIMP01" TO VNDREQ-REQUESTED-BY.
            ACCEPT VNDREQ-REQUESTED-DATE FROM DATE YYYYMMDD.
            MOVE "P" TO VNDREQ-STATUS.
            MOVE "N" TO VNDREQ-W9-RECEIVED.
            MOVE ZEROES TO VNDREQ-W9-DATE.
            MOVE SPACE TO VNDREQ-TIN-MATCH-CODE.
            MOVE ZEROES TO VNDREQ-TIN-MATCH-DATE.
            MOVE "N" TO VNDREQ-SANCTIONS-CHECKED.
            MOVE "N" TO VNDREQ-ABA-VERIFIED.
            MOVE "N" TO VNDREQ-DUPLICATE-CHECKED.
            MOVE ZEROES TO VNDREQ-CHECKED-DATE.
            MOVE ZEROES TO VNDREQ-DECIDED-DATE.
            MOVE ZEROES TO VNDREQ-VENDOR-NUMBER.
            MOVE SPACES TO IMPORT-CONTACT.

       UNSTRING-IMPORT-ROW.
            UNSTRING IMPORT-RECORD DELIMITED BY ","
               INTO VNDREQ-NAME
                    VNDREQ-ADDRESS-1
                    VNDREQ-ADDRESS-2
                    VNDREQ-CITY
                    VNDREQ-STATE
                    VNDREQ-ZIP
                    IMPORT-CONTACT
                    VNDREQ-PHONE
                    VNDREQ-TAX-ID.
            INSPECT VENDOR-REQUEST-RECORD
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            INSPECT IMPORT-CONTACT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
            STRING "BULK VENDOR LOAD - CONTACT " IMPORT-CONTACT
               DELIMITED BY SIZE
               INTO VNDREQ-BUSINESS-REASON.

       EDIT-IMPORT-ROW.
            MOVE "Y" TO ROW-ACCEPTED.
            MOVE SPACES TO REJECT-REASON.
            IF VNDREQ-NAME = SPACE
                MOVE "N" TO ROW-ACCEPTED
                MOVE "VENDOR NAME MUST BE ENTERED" TO REJECT-REASON
            ELSE IF VNDREQ-ADDRESS-1 = SPACE
                MOVE "N" TO ROW-ACCEPTED
                MOVE "VENDOR ADDRESS-1 MUST BE ENTERED"
                   TO REJECT-REASON
            ELSE IF VNDREQ-CITY = SPACE
                MOVE "N" TO ROW-ACCEPTED
                MOVE "VENDOR CITY MUST BE ENTERED" TO REJECT-REASON
            ELSE IF VNDREQ-STATE = SPACE
                MOVE "N" TO ROW-ACCEPTED
                MOVE "VENDOR STATE MUST BE ENTERED" TO REJECT-REASON
            ELSE IF VNDREQ-PHONE = SPACE
                MOVE "N" TO ROW-ACCEPTED
                MOVE "VENDOR PHONE MUST BE ENTERED" TO REJECT-REASON
            ELSE IF VNDREQ-TAX-ID = SPACE
                MOVE "N" TO ROW-ACCEPTED
                MOVE "TAX ID IS NEEDED FOR THE TIN MATCH"
                   TO REJECT-REASON
            ELSE
                PERFORM CHECK-STATE-CODE-ON-FILE.

       CHECK-STATE-CODE-ON-FILE.
            MOVE VNDREQ-STATE TO STATE-CODE.
            PERFORM READ-STATE-RECORD.
            IF STATE-RECORD-FOUND = "N"
                MOVE "N" TO ROW-ACCEPTED
                   TO REJECT-REASON.

      * Number draw rides the shared lock-retry protocol
      * (plctllck.cbl), the same one series vndreq01 draws from.
       RETRIEVE-NEXT-REQUEST-NUMBER.
            MOVE 1 TO CONTROL-KEY.
            PERFORM READ-CONTROL-WITH-RETRY.
            ADD 1 TO CONTROL-LAST-VENDOR-REQUEST.
            MOVE CONTROL-LAST-VENDOR-REQUEST TO VNDREQ-NUMBER.
            PERFORM REWRITE-CONTROL-WITH-RETRY.

       WRITE-REQUEST-RECORD.
            WRITE VENDOR-REQUEST-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING VENDOR REQUEST".

       READ-STATE-RECORD.
            MOVE "Y" TO STATE-RECORD-FOUND.
       UPDATE-LOAD-CHECKPOINT.
            MOVE "vndimp01" TO CHECKPOINT-PROGRAM.
            MOVE IMPORT-COUNT TO CHECKPOINT-ROW-NUMBER.
            MOVE CONTROL-LAST-VENDOR-REQUEST
               TO CHECKPOINT-LAST-CONTROL-NO.
            MOVE "Y" TO CHECKPOINT-IN-PROGRESS.
            PERFORM REWRITE-LOAD-CHECKPOINT.

                  DISPLAY "ERROR WRITING CHECKPOINT RECORD".

       PRINT-REJECT-HEADING.
            MOVE "VENDOR IMPORT REGISTER" TO PRINTER-RECORD.
            WRITE PRINTER-RECORD.
            MOVE SPACES TO PRINTER-RECORD.
            WRITE PRINTER-RECORD.

       PRINT-ACCEPT-LINE.
            MOVE VNDREQ-NAME TO ACCEPT-NAME.
            MOVE VNDREQ-NUMBER TO ACCEPT-REQUEST-NUMBER.
            MOVE ACCEPT-LINE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD.

       PRINT-REJECT-LINE.
            MOVE SPACES TO REJECT-LINE.
            MOVE VNDREQ-NAME TO REJECT-NAME.
            MOVE REJECT-REASON TO REJECT-MESSAGE.
            MOVE REJECT-LINE TO PRINTER-RECORD.
            WRITE PRINTER-RECORD.
