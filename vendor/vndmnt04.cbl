
            COPY "slvnd02.cbl".
            COPY "slstate.cbl".
            COPY "slcntry.cbl".
            COPY "slvndaud.cbl".
            COPY "slcontrol.cbl".
            COPY "slaudit01.cbl".
            COPY "slbankdir.cbl".
            COPY "slterms.cbl".
            COPY "slcmpny.cbl".
            COPY "slsdn01.cbl".
            COPY "slofac01.cbl".
            COPY "slofaclg.cbl".
            COPY "slvndreq.cbl".
            COPY "slstwh01.cbl".
            COPY "slcdiss01.cbl".

       DATA DIVISION.
       FILE SECTION.

            COPY "fdvnd04.cbl".
            COPY "fdstate.cbl".
            COPY "fdcntry.cbl".
            COPY "fdvndaud.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdbankdir.cbl".
            COPY "fdterms.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdsdn01.cbl".
            COPY "fdofac01.cbl".
            COPY "fdofaclg.cbl".
            COPY "fdvndreq.cbl".
            COPY "fdstwh01.cbl".
            COPY "fdcdiss01.cbl".

       WORKING-STORAGE SECTION.

       77   OK-TO-DELETE                         PIC X.
       77   VENDOR-RECORD-FOUND                  PIC X.
       77   STATE-RECORD-FOUND                   PIC X.
       77   COUNTRY-RECORD-FOUND                 PIC X.
       77   STWH-RECORD-FOUND                    PIC X.
       77   CARD-ISSUER-RECORD-FOUND             PIC X.
       77   ADD-ANOTHER                          PIC X.

       77   VENDOR-CREDIT-LIMIT-FIELD            PIC ZZZZZZ9.99-.
       77   USE-REMIT-TO                         PIC X.
       77   VENDOR-ENTRY-ANSWER                  PIC X(5).
       77   PICKED-VENDOR-NUMBER                 PIC 9(5) VALUE ZERO.
      * The state and zip a country change (field 39 or 40) re-keys,
      * as they stood before it.
       77   PRIOR-STATE                          PIC X(2).
       77   PRIOR-ZIP                            PIC X(10).

            COPY "wssignon01.cbl".

       77   ZIP-CODE-TO-CHECK                    PIC X(5).
       77   ZIP-CODE-RECORD-FOUND                PIC X.

      * Sanctions screen of a newly added vendor - see
      * vndmdadd02.cbl's SCREEN-THE-NEW-VENDOR.
       77   NEW-VENDOR-SANCTIONS-HITS            PIC 9(3).

      * Activation of an onboarding request - see vndmdadd02.cbl.
       77   ACTIVATION-REQUEST-NUMBER            PIC 9(5).
       77   ACTIVATION-REQUEST-READY             PIC X.
       77   REQUEST-HITS-AT-END                  PIC X.
       77   REQUEST-HIT-KEY                      PIC X(21).

       77   LOWER-ALPHA                          PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77   UPPER-ALPHA                          PIC X(26)
            COPY "wsvncon01.cbl".
            COPY "wsaba01.cbl".
            COPY "wsterms01.cbl".
            COPY "wsofac01.cbl".
            COPY "wsfam01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO JOURNAL-BY-OPERATOR.
            MOVE OPERATOR-ID TO NOTE-BY-OPERATOR.
            MOVE OPERATOR-ID TO OFAC-SCREEN-OPERATOR.
            MOVE "vndmnt04" TO SENSITIVE-PROGRAM-ID.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       OPENING-PROCEDURE.
            OPEN I-O VENDOR-FILE.
            OPEN I-O STATE-FILE.
            OPEN INPUT COUNTRY-FILE.
            OPEN I-O VENDOR-AUDIT-FILE.
            OPEN I-O CONTROL-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN I-O VENDOR-CONTACT-FILE.
            OPEN INPUT BANK-DIRECTORY-FILE.
            OPEN INPUT TERMS-FILE.
            OPEN INPUT SDN-FILE.
            OPEN I-O OFAC-HIT-FILE.
            OPEN EXTEND OFAC-LOG-FILE.
            OPEN I-O VENDOR-REQUEST-FILE.
            OPEN INPUT STATE-WITHHOLDING-FILE.
            OPEN INPUT CARD-ISSUER-FILE.
            MOVE "VNDMNT04" TO JOURNAL-PROGRAM-NAME.
            MOVE "VNDMNT04" TO OFAC-SCREEN-PROGRAM.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE STATE-FILE.
            CLOSE COUNTRY-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            CLOSE CONTROL-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE VENDOR-CONTACT-FILE.
            CLOSE BANK-DIRECTORY-FILE.
            CLOSE TERMS-FILE.
            CLOSE SDN-FILE.
            CLOSE OFAC-HIT-FILE.
            CLOSE OFAC-LOG-FILE.
            CLOSE VENDOR-REQUEST-FILE.
            CLOSE STATE-WITHHOLDING-FILE.
            CLOSE CARD-ISSUER-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
            PERFORM CLEAR-SCREEN.
            DISPLAY "PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD RECORDS (ACTIVATE ONBOARDING REQUESTS)".
            DISPLAY "2. CHANGE A RECORD".
            DISPLAY "3. LOOK UP A RECORD".
            DISPLAY "4. DELETE A RECORD".
            MOVE SPACES TO VENDOR-TERMS-CODE.
            MOVE "N" TO VENDOR-CURRENCY-ONLY.
            MOVE "M" TO VENDOR-HANDLING-CODE.
            MOVE ZEROES TO VENDOR-PARENT-NUMBER.
            MOVE "N" TO VENDOR-FAMILY-CREDIT.
            MOVE SPACES TO VENDOR-NONRES-WH-STATE.
            MOVE SPACES TO VENDOR-CARD-ISSUER.
            MOVE SPACE TO VENDOR-BAD-ADDRESS.
            MOVE ZEROES TO VENDOR-BAD-ADDRESS-DATE.
            MOVE SPACE TO VENDOR-BAD-EMAIL.
            MOVE ZEROES TO VENDOR-BAD-EMAIL-DATE.

      * "?" (or a blank entry) drops into the same partial-name
      * search vninnm03 runs, and the picked vendor number comes
            ACCEPT AUDIT-TIME FROM TIME.
            PERFORM ASSIGN-AUDIT-SEQUENCE.
            MOVE OPERATOR-ID TO AUDIT-OPERATOR-ID.
            MOVE SPACES TO AUDIT-SOURCE.
            WRITE VENDOR-AUDIT-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING AUDIT RECORD".
               INVALID KEY
               MOVE "N" TO STATE-RECORD-FOUND.

       READ-COUNTRY-RECORD.
            MOVE "Y" TO COUNTRY-RECORD-FOUND.
            READ COUNTRY-FILE RECORD
               INVALID KEY
               MOVE "N" TO COUNTRY-RECORD-FOUND.

      * Number draws ride the shared lock-retry protocol
      * (plctllck.cbl) so two screens cannot double-draw a vendor
      * number. Vendor numbers are one series across every company
            COPY "plnote01.cbl".
            COPY "plvncon01.cbl".
            COPY "plaba01.cbl".
            COPY "plofac01.cbl".
            COPY "plfam01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
