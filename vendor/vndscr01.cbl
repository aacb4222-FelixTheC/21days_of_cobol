      * Tectonics: cobc
      *
      * Full-screen vendor entry - the SCREEN SECTION companion to
      * vndmnt04's line-mode change for the name-and-address block
      * a clerk keys from a paper invoice: name, address, city,
      * state (validated against STATE-FILE for a US address), zip,
      * country (validated against COUNTRY-FILE), contact, phone,
      * tax id, 1099 flag, and status. The screen redisplays with
      * the error until the edits pass, and one confirm writes the
      * record; every change goes to the system audit trail. New
      * vendors are not added here - a vendor comes onto the file
      * only by activating an onboarding request whose checklist is
      * done (vndmnt04's add), and the add pick says so. The
      * specialty blocks - banking (dual-control pending queue),
      * remit-to, terms, currency - stay on vndmnt04's line-mode
      * change screen, as does the line-mode flow itself for the

            COPY "slvnd02.cbl".
            COPY "slstate.cbl".
            COPY "slcntry.cbl".
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".

            COPY "fdvnd04.cbl".
            COPY "fdstate.cbl".
            COPY "fdcntry.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".

       WORKING-STORAGE SECTION.

       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 2.

       77   SCR-CITY                           PIC X(20).
       77   SCR-STATE                          PIC X(2).
       77   SCR-ZIP                            PIC X(10).
       77   SCR-COUNTRY                        PIC X(2).
       77   SCR-CONTACT                        PIC X(30).
       77   SCR-PHONE                          PIC X(15).
       77   SCR-TAX-ID                         PIC X(11).
      * The tax id as the screen first showed it - masked unless
      * the operator may see it in full.
       77   SCR-TAX-ID-SHOWN                   PIC X(11).
       77   SCR-1099-FLAG                      PIC X VALUE "N".
       77   SCR-STATUS                         PIC X VALUE "A".
       77   SCR-ERROR-MESSAGE                  PIC X(70) VALUE SPACE.
       77   CONFIRM-THE-WRITE                  PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   STATE-RECORD-FOUND                 PIC X.
       77   COUNTRY-RECORD-FOUND               PIC X.

       77   LAST-SYSTEM-AUDIT-DATE             PIC 9(8) VALUE ZERO.
       77   LAST-SYSTEM-AUDIT-TIME             PIC 9(8) VALUE ZERO.
            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsmask01.cbl".

       SCREEN SECTION.
       01   VENDOR-ENTRY-SCREEN.
            05 LINE 7  COL 16 PIC X(2)  USING SCR-STATE.
            05 LINE 7  COL 22 VALUE "ZIP:".
            05 LINE 7  COL 28 PIC X(10) USING SCR-ZIP.
            05 LINE 7  COL 40 VALUE "COUNTRY:".
            05 LINE 7  COL 49 PIC X(2)  USING SCR-COUNTRY.
            05 LINE 8  COL 2  VALUE "CONTACT:".
            05 LINE 8  COL 16 PIC X(30) USING SCR-CONTACT.
            05 LINE 9  COL 2  VALUE "PHONE:".
            MOVE "M" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE "vndscr01" TO SENSITIVE-PROGRAM-ID.
            PERFORM GET-MENU-PICK.
            PERFORM DO-THE-PICK
               UNTIL MENU-PICK = 0.
       OPENING-PROCEDURE.
            OPEN I-O VENDOR-FILE.
            OPEN I-O STATE-FILE.
            OPEN INPUT COUNTRY-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE STATE-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
      * ADD
      *--------------------------------
       ADD-ONE-VENDOR.
            DISPLAY "NEW VENDORS ARE ADDED BY ACTIVATING AN ONBOARDING".
            DISPLAY "REQUEST - VENDOR MAINTENANCE, ADD RECORDS".

       ACCEPT-UNTIL-CLEAN.
            MOVE "N" TO SCREEN-IS-CLEAN.
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SCR-STATE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SCR-ZIP
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SCR-COUNTRY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF SCR-COUNTRY = "US"
                MOVE SPACES TO SCR-COUNTRY.
            INSPECT SCR-CONTACT
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SCR-1099-FLAG
                MOVE "STATUS MUST BE A, H, OR I"
                   TO SCR-ERROR-MESSAGE
                MOVE "N" TO SCREEN-IS-CLEAN
            ELSE
            IF SCR-COUNTRY NOT = SPACES
                PERFORM EDIT-SCREEN-COUNTRY
            ELSE
                PERFORM EDIT-SCREEN-STATE.

      * A foreign address takes its province and postal code as
      * keyed - only the country itself is checked.
       EDIT-SCREEN-COUNTRY.
            MOVE SCR-COUNTRY TO COUNTRY-CODE.
            MOVE "Y" TO COUNTRY-RECORD-FOUND.
            READ COUNTRY-FILE RECORD
               INVALID KEY
               MOVE "N" TO COUNTRY-RECORD-FOUND.
            IF COUNTRY-RECORD-FOUND = "N"
                MOVE "COUNTRY CODE NOT FOUND IN COUNTRY TABLE"
                   TO SCR-ERROR-MESSAGE
                MOVE "N" TO SCREEN-IS-CLEAN.

      * Same STATE-FILE lookup the line-mode prompt fires as the
      * field is left.
       EDIT-SCREEN-STATE.
            INSPECT CONFIRM-THE-WRITE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

      *--------------------------------
      * CHANGE
      *--------------------------------
            PERFORM ACCEPT-UNTIL-CLEAN.
            PERFORM ASK-CONFIRM-THE-WRITE.
            IF CONFIRM-THE-WRITE = "Y"
                PERFORM CLEAR-CORRECTED-BAD-ADDRESS
                PERFORM MOVE-SCREEN-OVER-VENDOR
                REWRITE VENDOR-RECORD
                   INVALID KEY
            MOVE VENDOR-CITY TO SCR-CITY.
            MOVE VENDOR-STATE TO SCR-STATE.
            MOVE VENDOR-ZIP TO SCR-ZIP.
            MOVE VENDOR-COUNTRY-CODE TO SCR-COUNTRY.
            MOVE VENDOR-CONTACT TO SCR-CONTACT.
            MOVE VENDOR-PHONE TO SCR-PHONE.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            MOVE "VENDOR-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE VENDOR-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO SCR-TAX-ID.
            MOVE SENSITIVE-SHOWN TO SCR-TAX-ID-SHOWN.
            MOVE VENDOR-1099-FLAG TO SCR-1099-FLAG.
            MOVE VENDOR-STATUS TO SCR-STATUS.
            MOVE SPACES TO SCR-ERROR-MESSAGE.

      * Only the screen's own fields move back - the specialty
      * blocks the line-mode screen owns are left untouched. A tax
      * id left as the screen showed it is not moved back, so a
      * masked one never overwrites the real number.
       MOVE-SCREEN-OVER-VENDOR.
            MOVE SCR-NAME TO VENDOR-NAME.
            MOVE SCR-ADDRESS-1 TO VENDOR-ADDRESS-1.
            MOVE SCR-CITY TO VENDOR-CITY.
            MOVE SCR-STATE TO VENDOR-STATE.
            MOVE SCR-ZIP TO VENDOR-ZIP.
            MOVE SCR-COUNTRY TO VENDOR-COUNTRY-CODE.
            MOVE SCR-CONTACT TO VENDOR-CONTACT.
            MOVE SCR-PHONE TO VENDOR-PHONE.
            IF SCR-TAX-ID NOT = SCR-TAX-ID-SHOWN
                MOVE SCR-TAX-ID TO VENDOR-TAX-ID.
            MOVE SCR-1099-FLAG TO VENDOR-1099-FLAG.
            MOVE SCR-STATUS TO VENDOR-STATUS.

      * A returned-mail flag (rtnmail01.cbl) on the vendor address
      * comes off, as in vndmnt04's change, when the screen actually
      * changes that address - re-keying the same value is not a
      * correction. The screen has no remit-to block, so a flag on
      * the remit-to address stays for vndmnt04. Done before the
      * screen moves over the record, which still holds the old
      * address; the cleared flag goes into the journal and audit
      * after-images with the rest of the change.
       CLEAR-CORRECTED-BAD-ADDRESS.
            IF VENDOR-MAIN-ADDRESS-BAD
                IF SCR-ADDRESS-1 NOT = VENDOR-ADDRESS-1 OR
                      SCR-ADDRESS-2 NOT = VENDOR-ADDRESS-2 OR
                      SCR-CITY NOT = VENDOR-CITY OR
                      SCR-STATE NOT = VENDOR-STATE OR
                      SCR-ZIP NOT = VENDOR-ZIP OR
                      SCR-COUNTRY NOT = VENDOR-COUNTRY-CODE
                    MOVE SPACE TO VENDOR-BAD-ADDRESS
                    MOVE ZEROES TO VENDOR-BAD-ADDRESS-DATE
                    DISPLAY "ADDRESS CORRECTED - "
                       "RETURNED-MAIL HOLD RELEASED"
                    DISPLAY "REISSUE THE RETURNED CHECKS FROM "
                       "RTNMAIL01".

      *--------------------------------
      * SHARED MACHINERY
      *--------------------------------
       WRITE-SYSTEM-AUDIT-FOR-CHANGE.
            MOVE VENDOR-RECORD TO SYSTEM-AUDIT-AFTER-IMAGE.
            MOVE "CHANGE" TO SYSTEM-AUDIT-OPERATION.
            MOVE SYSTEM-AUDIT-SEQ-COUNTER TO SYSTEM-AUDIT-SEQ.

            COPY "plsignon01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
