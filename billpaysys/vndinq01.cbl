      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Vendor inquiry - everything about one vendor on one screen,
      * so a vendor's phone call no longer takes vndmnt04, vchbyvn01,
      * chkinq01, the contact and note screens and the banking queue
      * one after another. The operator enters a vendor number (or
      * "?" for the same partial-name search vchbyvn01 offers) and
      * sees the summary:
      *   - the master - status, payment method, terms, every reason
      *     the vendor is held or blocked (hold status, returned mail,
      *     bounced email, an open sanctions hit, a legal hold, a
      *     banking change awaiting approval) and the compliance
      *     flags (W-9, insurance, TIN match, backup withholding);
      *   - the open vouchers - how many, the open balance, how many
      *     are past due and how many are in dispute;
      *   - the latest payment, the contacts and notes on file, the
      *     pending banking changes, and the calendar-year 1099
      *     reportable amount (figured as vnd1099 figures it, plus
      *     any fd1099aj.cbl adjustment for the year).
      * A menu then drills into each section. Nothing is changed -
      * the files are all opened INPUT - and the tax id and bank
      * account numbers show masked, as they do on every screen
      * with no sign-on.
      * A vendor's payments are found through its vouchers (the
      * VOUCHER-VENDOR alternate key) and each voucher's payment
      * history (fdpayhst.cbl), the register (fdchkreg.cbl) giving
      * the payment type and whether it has cleared; the ten latest
      * are kept, newest first. An EFT's register number is its
      * trace number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndinq01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slpayhst.cbl".
            COPY "slchkreg.cbl".
            COPY "slvncon01.cbl".
            COPY "slnote01.cbl".
            COPY "slvndpnd.cbl".
            COPY "slofac01.cbl".
            COPY "sllhld01.cbl".
            COPY "slterms.cbl".
            COPY "slvchdst.cbl".
            COPY "slglacct.cbl".
            COPY "sl1099aj.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdvncon01.cbl".
            COPY "fdnote01.cbl".
            COPY "fdvndpnd.cbl".
            COPY "fdofac01.cbl".
            COPY "fdlhld01.cbl".
            COPY "fdterms.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdglacct.cbl".
            COPY "fd1099aj.cbl".

       WORKING-STORAGE SECTION.

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 7.

       77   VENDOR-ENTRY-ANSWER           PIC X(5).
       77   PICKED-VENDOR-NUMBER          PIC 9(5) VALUE ZERO.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   PAYMENT-FILE-AT-END           PIC X.
       77   REGISTER-RECORD-FOUND         PIC X.
       77   TERMS-RECORD-FOUND            PIC X.
       77   PENDING-FILE-AT-END           PIC X.
       77   OFAC-FILE-AT-END              PIC X.
       77   ADJUSTMENT-RECORD-FOUND       PIC X.

       77   TODAY-DATE                    PIC 9(8).
       77   TODAY-YEAR                    PIC 9(4).
       77   VOUCHER-PAID-YEAR             PIC 9(4).

      * What the summary gathers for the vendor on the screen.
       77   OPEN-VOUCHER-COUNT            PIC 9(4).
       77   OPEN-BALANCE                  PIC S9(8)V99.
       77   PAST-DUE-COUNT                PIC 9(4).
       77   DISPUTED-COUNT                PIC 9(4).
       77   VOUCHER-OPEN-AMOUNT           PIC S9(6)V99.
       77   CONTACT-COUNT                 PIC 9(2).
       77   NOTE-COUNT                    PIC 9(4).
       77   PENDING-COUNT                 PIC 9(2).
       77   REJECTED-COUNT                PIC 9(2).
       77   OFAC-BLOCK-COUNT              PIC 9(3).
       77   HOLD-REASON-COUNT             PIC 9(2).
       77   LINES-SHOWN                   PIC 9(2).
       77   CONTINUE-ANSWER               PIC X.
       77   ADJUSTMENT-APPLIED            PIC S9(7)V99.
       77   LATEST-NOTE-DATE              PIC 9(8).
       77   LATEST-NOTE-TEXT              PIC X(60).

      * The ten latest payments, newest first.
       77   PAYMENT-COUNT                 PIC 9(2).
       77   PAYMENT-SLOT                  PIC 9(2).
       77   PRIOR-SLOT                    PIC 9(2).
       77   SLOT-SETTLED                  PIC X.
       01   LAST-PAYMENT-TABLE.
            05 LAST-PAYMENT OCCURS 10 TIMES.
               10 LAST-PAYMENT-DATE       PIC 9(8).
               10 LAST-PAYMENT-VOUCHER    PIC 9(5).
               10 LAST-PAYMENT-CHECK-NO   PIC 9(6).
               10 LAST-PAYMENT-ACCOUNT    PIC X(4).
               10 LAST-PAYMENT-AMOUNT     PIC S9(6)V99.

       77   AMOUNT-FIELD                  PIC ZZ,ZZZ,ZZ9.99-.
       77   STATUS-DESCRIPTION            PIC X(12).
       77   METHOD-DESCRIPTION            PIC X(12).
       77   PAYMENT-TYPE-DESCRIPTION      PIC X(6).
       77   PERCENT-FIELD                 PIC 9.99.
       77   PENDING-OLD-SHOWN             PIC X(40).
       77   PENDING-NEW-SHOWN             PIC X(40).

       01   VOUCHER-LINE.
            05 VOUCHER-LINE-NUMBER        PIC ZZZZ9.
            05 FILLER                     PIC X VALUE SPACE.
            05 VOUCHER-LINE-INVOICE       PIC X(15).
            05 FILLER                     PIC X VALUE SPACE.
            05 VOUCHER-LINE-OPEN          PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X VALUE SPACE.
            05 VOUCHER-LINE-DUE           PIC Z9/99/9999.
            05 FILLER                     PIC X VALUE SPACE.
            05 VOUCHER-LINE-FLAG          PIC X(9).
            05 FILLER                     PIC X VALUE SPACE.
            05 VOUCHER-LINE-REASON        PIC X(20).

       01   PAYMENT-LINE.
            05 PAYMENT-LINE-DATE          PIC Z9/99/9999.
            05 FILLER                     PIC X VALUE SPACE.
            05 PAYMENT-LINE-TYPE          PIC X(6).
            05 FILLER                     PIC X VALUE SPACE.
            05 PAYMENT-LINE-ACCOUNT       PIC X(4).
            05 FILLER                     PIC X VALUE SPACE.
            05 PAYMENT-LINE-CHECK-NO      PIC 9(6).
            05 FILLER                     PIC X VALUE SPACE.
            05 PAYMENT-LINE-AMOUNT        PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X VALUE SPACE.
            05 PAYMENT-LINE-VOUCHER       PIC ZZZZ9.
            05 FILLER                     PIC X VALUE SPACE.
            05 PAYMENT-LINE-STATUS        PIC X(12).

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnote01.cbl".
            COPY "wsvncon01.cbl".
            COPY "wslhld01.cbl".
            COPY "wsbox01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            DIVIDE TODAY-DATE BY 10000 GIVING TODAY-YEAR.
            PERFORM ENTER-VENDOR-TO-LOOK-UP.
            PERFORM INQUIRE-ON-ONE-VENDOR
               UNTIL VENDOR-NUMBER = ZEROES.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            OPEN INPUT CHECK-REGISTER-FILE.
            OPEN INPUT VENDOR-CONTACT-FILE.
            OPEN INPUT NOTE-FILE.
            OPEN INPUT PENDING-CHANGE-FILE.
            OPEN INPUT OFAC-HIT-FILE.
            OPEN INPUT LEGAL-HOLD-FILE.
            OPEN INPUT TERMS-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT ADJUSTMENT-1099-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE CHECK-REGISTER-FILE.
            CLOSE VENDOR-CONTACT-FILE.
            CLOSE NOTE-FILE.
            CLOSE PENDING-CHANGE-FILE.
            CLOSE OFAC-HIT-FILE.
            CLOSE LEGAL-HOLD-FILE.
            CLOSE TERMS-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE ADJUSTMENT-1099-FILE.

       ENTER-VENDOR-TO-LOOK-UP.
            DISPLAY " ".
            DISPLAY "ENTER VENDOR NUMBER TO INQUIRE ON".
            DISPLAY "(? TO SEARCH BY NAME)".
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACES TO VENDOR-ENTRY-ANSWER.
            ACCEPT VENDOR-ENTRY-ANSWER.
            IF VENDOR-ENTRY-ANSWER = "?"
                CLOSE VENDOR-FILE
                CALL "vndlkp01" USING PICKED-VENDOR-NUMBER
                OPEN INPUT VENDOR-FILE
                MOVE PICKED-VENDOR-NUMBER TO VENDOR-NUMBER
            ELSE
                IF FUNCTION TEST-NUMVAL (VENDOR-ENTRY-ANSWER) = 0
                    COMPUTE VENDOR-NUMBER =
                       FUNCTION NUMVAL (VENDOR-ENTRY-ANSWER)
                ELSE
                    MOVE ZEROES TO VENDOR-NUMBER.
            IF VENDOR-NUMBER NOT = ZEROES
                PERFORM READ-VENDOR-RECORD.

       INQUIRE-ON-ONE-VENDOR.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR NOT ON FILE"
            ELSE
                PERFORM GATHER-THE-SUMMARY
                PERFORM SHOW-THE-SUMMARY
                PERFORM GET-MENU-PICK
                PERFORM DO-THE-PICK
                   UNTIL MENU-PICK = 0.
            PERFORM ENTER-VENDOR-TO-LOOK-UP.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "SEE MORE: 1. MASTER  2. OPEN VOUCHERS  "
               "3. PAYMENTS  4. CONTACTS".
            DISPLAY "          5. NOTES  6. BANKING CHANGES  "
               "7. 1099 YEAR TO DATE".
            DISPLAY "          0. ANOTHER VENDOR".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-7)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM SHOW-THE-MASTER.
            IF MENU-PICK = 2
                PERFORM SHOW-THE-OPEN-VOUCHERS.
            IF MENU-PICK = 3
                PERFORM SHOW-THE-PAYMENTS.
            IF MENU-PICK = 4
                PERFORM LIST-THE-CONTACTS.
            IF MENU-PICK = 5
                PERFORM BROWSE-THE-NOTES.
            IF MENU-PICK = 6
                PERFORM SHOW-THE-BANKING-CHANGES.
            IF MENU-PICK = 7
                PERFORM SHOW-THE-1099-AMOUNTS.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * GATHER THE VENDOR'S SUMMARY
      *--------------------------------
       GATHER-THE-SUMMARY.
            MOVE ZERO TO OPEN-VOUCHER-COUNT
                         OPEN-BALANCE
                         PAST-DUE-COUNT
                         DISPUTED-COUNT
                         PAYMENT-COUNT
                         ADJUSTMENT-APPLIED.
            PERFORM CLEAR-THE-BOX-AMOUNTS.
            PERFORM START-THE-VENDOR-VOUCHERS.
            PERFORM GATHER-ONE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
            PERFORM ADD-THE-1099-ADJUSTMENT.
            PERFORM COUNT-THE-CONTACTS.
            PERFORM COUNT-THE-NOTES.
            PERFORM COUNT-THE-BANKING-CHANGES.
            PERFORM COUNT-THE-OFAC-HITS.
            MOVE VENDOR-NUMBER TO HOLD-CHECK-VENDOR.
            MOVE ZEROES TO HOLD-CHECK-VOUCHER
                           HOLD-CHECK-DATE.
            PERFORM CHECK-LEGAL-HOLD.
            MOVE "N" TO TERMS-RECORD-FOUND.
            IF VENDOR-TERMS-CODE NOT = SPACES
                MOVE VENDOR-TERMS-CODE TO TERMS-CODE
                MOVE "Y" TO TERMS-RECORD-FOUND
                READ TERMS-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO TERMS-RECORD-FOUND.

       GATHER-ONE-VOUCHER.
            IF VOUCHER-PAID-DATE = ZEROES AND
                  NOT VOUCHER-IS-ESCHEATED
                PERFORM ADD-ONE-OPEN-VOUCHER.
            IF VOUCHER-PAID-DATE NOT = ZEROES
                DIVIDE VOUCHER-PAID-DATE BY 10000
                   GIVING VOUCHER-PAID-YEAR
                IF VOUCHER-PAID-YEAR = TODAY-YEAR
                    PERFORM SPLIT-VOUCHER-PAYMENT.
            PERFORM GATHER-THE-VOUCHER-PAYMENTS.
            PERFORM READ-NEXT-VENDOR-VOUCHER.

       ADD-ONE-OPEN-VOUCHER.
            ADD 1 TO OPEN-VOUCHER-COUNT.
            COMPUTE VOUCHER-OPEN-AMOUNT =
               VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT.
            ADD VOUCHER-OPEN-AMOUNT TO OPEN-BALANCE.
            IF VOUCHER-DUE < TODAY-DATE
                ADD 1 TO PAST-DUE-COUNT.
            IF VOUCHER-IN-DISPUTE
                ADD 1 TO DISPUTED-COUNT.

      * The same 1099 split vnd1099 makes: a virtual-card payment is
      * the card issuer's to report and goes to the excluded bucket.
       SPLIT-VOUCHER-PAYMENT.
            PERFORM LOOK-UP-THE-VOUCHER-PAYMENT.
            IF REGISTER-RECORD-FOUND = "Y" AND
                  REGISTER-TYPE-CARD
                MOVE "X" TO BOX-LINE-BOX
                MOVE VOUCHER-PAID-AMOUNT TO BOX-LINE-SHARE
                PERFORM ADD-TO-ONE-BOX
                PERFORM TOTAL-THE-BOX-AMOUNTS
            ELSE
                MOVE VOUCHER-NUMBER TO BOX-VOUCHER-NUMBER
                MOVE VOUCHER-AMOUNT TO BOX-VOUCHER-AMOUNT
                MOVE VOUCHER-GL-CODE TO BOX-VOUCHER-GL-CODE
                MOVE VOUCHER-1099-BOX TO BOX-VOUCHER-BOX
                MOVE VOUCHER-PAID-AMOUNT TO BOX-PAID-AMOUNT
                PERFORM SPLIT-PAID-INTO-BOXES.

       LOOK-UP-THE-VOUCHER-PAYMENT.
            MOVE VOUCHER-BANK-ACCOUNT TO REGISTER-BANK-ACCOUNT.
            MOVE VOUCHER-CHECK-NO TO REGISTER-CHECK-NO.
            PERFORM READ-REGISTER-RECORD.

      * A blank adjustment box is nonemployee compensation, the
      * same default the electronic file (vnd1099e.cbl) takes.
       ADD-THE-1099-ADJUSTMENT.
            MOVE VENDOR-NUMBER TO ADJUSTMENT-VENDOR.
            MOVE TODAY-YEAR TO ADJUSTMENT-YEAR.
            MOVE "Y" TO ADJUSTMENT-RECORD-FOUND.
            READ ADJUSTMENT-1099-FILE RECORD
               INVALID KEY
               MOVE "N" TO ADJUSTMENT-RECORD-FOUND.
            IF ADJUSTMENT-RECORD-FOUND = "Y"
                MOVE ADJUSTMENT-AMOUNT TO ADJUSTMENT-APPLIED
                MOVE ADJUSTMENT-1099-BOX TO BOX-LINE-BOX
                MOVE ADJUSTMENT-AMOUNT TO BOX-LINE-SHARE
                PERFORM ADD-TO-ONE-BOX
                PERFORM TOTAL-THE-BOX-AMOUNTS.

      *--------------------------------
      * THE TEN LATEST PAYMENTS
      *--------------------------------
       GATHER-THE-VOUCHER-PAYMENTS.
            MOVE VOUCHER-NUMBER TO PAYMENT-VOUCHER-NUMBER.
            MOVE ZEROES TO PAYMENT-SEQUENCE.
            MOVE "N" TO PAYMENT-FILE-AT-END.
            START PAYMENT-HISTORY-FILE
               KEY IS NOT LESS THAN PAYMENT-HISTORY-KEY
               INVALID KEY
               MOVE "Y" TO PAYMENT-FILE-AT-END.
            PERFORM GATHER-ONE-PAYMENT
               UNTIL PAYMENT-FILE-AT-END = "Y".

       GATHER-ONE-PAYMENT.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO PAYMENT-FILE-AT-END.
            IF PAYMENT-FILE-AT-END NOT = "Y"
                IF PAYMENT-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                    MOVE "Y" TO PAYMENT-FILE-AT-END
                ELSE
                    PERFORM ADD-ONE-LAST-PAYMENT.

      * Once ten are kept, a payment older than the tenth is passed
      * over; a newer one takes the tenth slot and moves up past
      * every older payment ahead of it.
       ADD-ONE-LAST-PAYMENT.
            MOVE ZERO TO PAYMENT-SLOT.
            IF PAYMENT-COUNT < 10
                ADD 1 TO PAYMENT-COUNT
                MOVE PAYMENT-COUNT TO PAYMENT-SLOT
            ELSE
                IF PAYMENT-DATE > LAST-PAYMENT-DATE (10)
                    MOVE 10 TO PAYMENT-SLOT.
            IF PAYMENT-SLOT NOT = ZERO
                MOVE "N" TO SLOT-SETTLED
                PERFORM MOVE-UP-ONE-SLOT
                   UNTIL SLOT-SETTLED = "Y"
                MOVE PAYMENT-DATE TO LAST-PAYMENT-DATE (PAYMENT-SLOT)
                MOVE PAYMENT-VOUCHER-NUMBER
                   TO LAST-PAYMENT-VOUCHER (PAYMENT-SLOT)
                MOVE PAYMENT-CHECK-NO
                   TO LAST-PAYMENT-CHECK-NO (PAYMENT-SLOT)
                MOVE PAYMENT-BANK-ACCOUNT
                   TO LAST-PAYMENT-ACCOUNT (PAYMENT-SLOT)
                MOVE PAYMENT-AMOUNT
                   TO LAST-PAYMENT-AMOUNT (PAYMENT-SLOT).

       MOVE-UP-ONE-SLOT.
            IF PAYMENT-SLOT = 1
                MOVE "Y" TO SLOT-SETTLED
            ELSE
                COMPUTE PRIOR-SLOT = PAYMENT-SLOT - 1
                IF LAST-PAYMENT-DATE (PRIOR-SLOT) < PAYMENT-DATE
                    MOVE LAST-PAYMENT (PRIOR-SLOT)
                       TO LAST-PAYMENT (PAYMENT-SLOT)
                    MOVE PRIOR-SLOT TO PAYMENT-SLOT
                ELSE
                    MOVE "Y" TO SLOT-SETTLED.

      *--------------------------------
      * COUNTS FOR THE SUMMARY
      *--------------------------------
       COUNT-THE-CONTACTS.
            MOVE ZERO TO CONTACT-COUNT.
            MOVE "N" TO CONTACT-AT-END.
            MOVE VENDOR-NUMBER TO CONTACT-VENDOR.
            MOVE ZEROES TO CONTACT-SEQUENCE.
            START VENDOR-CONTACT-FILE
               KEY IS NOT LESS THAN VENDOR-CONTACT-KEY
               INVALID KEY
               MOVE "Y" TO CONTACT-AT-END.
            PERFORM COUNT-ONE-CONTACT
               UNTIL CONTACT-AT-END = "Y".

       COUNT-ONE-CONTACT.
            READ VENDOR-CONTACT-FILE NEXT RECORD
               AT END MOVE "Y" TO CONTACT-AT-END.
            IF CONTACT-AT-END NOT = "Y"
                IF CONTACT-VENDOR NOT = VENDOR-NUMBER
                    MOVE "Y" TO CONTACT-AT-END
                ELSE
                    ADD 1 TO CONTACT-COUNT.

      * The latest note is the last one read for the vendor, so it
      * is still in the buffer when the count is done.
       COUNT-THE-NOTES.
            MOVE ZERO TO NOTE-COUNT.
            MOVE "VN" TO NOTE-FOR-TYPE.
            MOVE VENDOR-NUMBER TO NOTE-FOR-KEY.
            PERFORM START-AT-FIRST-NOTE.
            PERFORM COUNT-ONE-NOTE
               UNTIL NOTE-FILE-AT-END = "Y".

       COUNT-ONE-NOTE.
            ADD 1 TO NOTE-COUNT.
            MOVE NOTE-DATE TO LATEST-NOTE-DATE.
            MOVE NOTE-TEXT TO LATEST-NOTE-TEXT.
            PERFORM READ-NEXT-NOTE.

       COUNT-THE-BANKING-CHANGES.
            MOVE ZERO TO PENDING-COUNT
                         REJECTED-COUNT.
            PERFORM START-THE-BANKING-CHANGES.
            PERFORM COUNT-ONE-BANKING-CHANGE
               UNTIL PENDING-FILE-AT-END = "Y".

       COUNT-ONE-BANKING-CHANGE.
            PERFORM READ-NEXT-BANKING-CHANGE.
            IF PENDING-FILE-AT-END NOT = "Y"
                IF PENDING-AWAITING-REVIEW
                    ADD 1 TO PENDING-COUNT
                ELSE
                    ADD 1 TO REJECTED-COUNT.

       COUNT-THE-OFAC-HITS.
            MOVE ZERO TO OFAC-BLOCK-COUNT.
            MOVE "V" TO OFAC-HIT-PAYEE-TYPE.
            MOVE VENDOR-NUMBER TO OFAC-HIT-PAYEE-NUMBER.
            MOVE LOW-VALUES TO OFAC-HIT-NAME-SOURCE.
            MOVE ZEROES TO OFAC-HIT-SDN-ENTRY
                           OFAC-HIT-SDN-ALIAS.
            MOVE "N" TO OFAC-FILE-AT-END.
            START OFAC-HIT-FILE
               KEY IS NOT LESS THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO OFAC-FILE-AT-END.
            PERFORM COUNT-ONE-OFAC-HIT
               UNTIL OFAC-FILE-AT-END = "Y".

       COUNT-ONE-OFAC-HIT.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO OFAC-FILE-AT-END.
            IF OFAC-FILE-AT-END NOT = "Y"
                IF NOT OFAC-HIT-IS-VENDOR OR
                      OFAC-HIT-PAYEE-NUMBER NOT = VENDOR-NUMBER
                    MOVE "Y" TO OFAC-FILE-AT-END
                ELSE
                    IF OFAC-HIT-BLOCKS-PAYMENT
                        ADD 1 TO OFAC-BLOCK-COUNT.

      *--------------------------------
      * THE SUMMARY SCREEN
      *--------------------------------
       SHOW-THE-SUMMARY.
            PERFORM DECODE-VENDOR-STATUS.
            PERFORM DECODE-PAYMENT-METHOD.
            DISPLAY " ".
            DISPLAY "VENDOR " VENDOR-NUMBER "  " VENDOR-NAME.
            DISPLAY "STATUS: " STATUS-DESCRIPTION
               "  PAYS BY: " METHOD-DESCRIPTION.
            PERFORM SHOW-THE-TERMS.
            PERFORM SHOW-THE-HOLD-REASONS.
            PERFORM SHOW-THE-COMPLIANCE-FLAGS.
            MOVE OPEN-BALANCE TO AMOUNT-FIELD.
            DISPLAY "OPEN VOUCHERS: " OPEN-VOUCHER-COUNT
               "  BALANCE: " AMOUNT-FIELD.
            DISPLAY "   PAST DUE: " PAST-DUE-COUNT
               "  IN DISPUTE: " DISPUTED-COUNT.
            IF PAYMENT-COUNT = ZERO
                DISPLAY "LAST PAYMENT: NONE ON FILE"
            ELSE
                MOVE 1 TO PAYMENT-SLOT
                PERFORM FORMAT-ONE-PAYMENT-LINE
                DISPLAY "LAST PAYMENT: " PAYMENT-LINE.
            DISPLAY "CONTACTS: " CONTACT-COUNT
               "  NOTES: " NOTE-COUNT
               "  BANKING CHANGES AWAITING APPROVAL: " PENDING-COUNT.
            IF NOTE-COUNT NOT = ZERO
                MOVE LATEST-NOTE-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "LATEST NOTE " FORMATTED-DATE ": "
                   LATEST-NOTE-TEXT.
            IF VENDOR-IS-1099-ELIGIBLE
                MOVE BOX-REPORTABLE-AMOUNT TO AMOUNT-FIELD
                DISPLAY TODAY-YEAR " 1099 REPORTABLE TO DATE: "
                   AMOUNT-FIELD
            ELSE
                DISPLAY "NOT 1099 ELIGIBLE".

       SHOW-THE-TERMS.
            MOVE VENDOR-DISCOUNT-PERCENT TO PERCENT-FIELD.
            IF TERMS-RECORD-FOUND = "Y"
                DISPLAY "TERMS: " TERMS-CODE " " TERMS-DESCRIPTION
            ELSE
                DISPLAY "TERMS: NET " VENDOR-PAYMENT-TERMS
                   " DAYS, " PERCENT-FIELD "% DISCOUNT IN "
                   VENDOR-DISCOUNT-DAYS " DAYS".

       SHOW-THE-HOLD-REASONS.
            MOVE ZERO TO HOLD-REASON-COUNT.
            IF VENDOR-STATUS-HOLD
                ADD 1 TO HOLD-REASON-COUNT
                DISPLAY "  ** VENDOR STATUS IS HOLD".
            IF VENDOR-STATUS-INACTIVE
                ADD 1 TO HOLD-REASON-COUNT
                DISPLAY "  ** VENDOR IS INACTIVE".
            IF NOT VENDOR-ADDRESS-IS-GOOD
                ADD 1 TO HOLD-REASON-COUNT
                MOVE VENDOR-BAD-ADDRESS-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "  ** RETURNED MAIL - ADDRESS BAD SINCE "
                   FORMATTED-DATE.
            IF VENDOR-EMAIL-BOUNCED
                ADD 1 TO HOLD-REASON-COUNT
                MOVE VENDOR-BAD-EMAIL-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "  ** EMAIL BOUNCED ON " FORMATTED-DATE.
            IF OFAC-BLOCK-COUNT NOT = ZERO
                ADD 1 TO HOLD-REASON-COUNT
                DISPLAY "  ** SANCTIONS SCREENING HIT BLOCKS PAYMENT"
                   " - SEE OFACREV01".
            IF HOLD-CHECK-FOUND = "Y"
                ADD 1 TO HOLD-REASON-COUNT
                DISPLAY "  ** UNDER LEGAL HOLD, MATTER "
                   HOLD-CHECK-MATTER.
            IF PENDING-COUNT NOT = ZERO
                ADD 1 TO HOLD-REASON-COUNT
                DISPLAY "  ** BANKING CHANGE AWAITING SECOND APPROVAL".
            IF VENDOR-PAYS-BY-EFT AND
                  NOT VENDOR-PRENOTE-APPROVED
                ADD 1 TO HOLD-REASON-COUNT
                DISPLAY "  ** EFT PRENOTE NOT YET APPROVED".
            IF HOLD-REASON-COUNT = ZERO
                DISPLAY "NO HOLDS OR BLOCKS".

       SHOW-THE-COMPLIANCE-FLAGS.
            DISPLAY "W-9 ON FILE: " VENDOR-W9-ON-FILE
               "  TIN MATCH: " VENDOR-TIN-MATCH-CODE
               "  BACKUP WITHHOLDING: " VENDOR-BACKUP-WITHHOLDING.
            IF VENDOR-INSURANCE-EXPIRATION NOT = ZEROES
                MOVE VENDOR-INSURANCE-EXPIRATION TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                IF VENDOR-INSURANCE-EXPIRATION < TODAY-DATE
                    DISPLAY "INSURANCE EXPIRED " FORMATTED-DATE
                ELSE
                    DISPLAY "INSURANCE GOOD THROUGH " FORMATTED-DATE.
            IF VENDOR-IS-FOREIGN-PERSON
                DISPLAY "FOREIGN PERSON - W-8 ON FILE: "
                   VENDOR-W8-ON-FILE.

       DECODE-VENDOR-STATUS.
            IF VENDOR-STATUS-ACTIVE
                MOVE "ACTIVE" TO STATUS-DESCRIPTION
            ELSE
                IF VENDOR-STATUS-HOLD
                    MOVE "ON HOLD" TO STATUS-DESCRIPTION
                ELSE
                    IF VENDOR-STATUS-INACTIVE
                        MOVE "INACTIVE" TO STATUS-DESCRIPTION
                    ELSE
                        MOVE VENDOR-STATUS TO STATUS-DESCRIPTION.

       DECODE-PAYMENT-METHOD.
            IF VENDOR-PAYS-BY-EFT
                MOVE "EFT" TO METHOD-DESCRIPTION
            ELSE
                IF VENDOR-PAYS-BY-CARD
                    MOVE "VIRTUAL CARD" TO METHOD-DESCRIPTION
                ELSE
                    MOVE "CHECK" TO METHOD-DESCRIPTION.

      *--------------------------------
      * DRILL-DOWN: THE MASTER
      *--------------------------------
       SHOW-THE-MASTER.
            DISPLAY " ".
            DISPLAY "VENDOR " VENDOR-NUMBER "  " VENDOR-NAME.
            DISPLAY "        " VENDOR-ADDRESS-1.
            IF VENDOR-ADDRESS-2 NOT = SPACES
                DISPLAY "        " VENDOR-ADDRESS-2.
            DISPLAY "        " VENDOR-CITY " " VENDOR-STATE " "
               VENDOR-ZIP " " VENDOR-COUNTRY-CODE.
            IF VENDOR-REMIT-NAME NOT = SPACES
                DISPLAY "REMIT:  " VENDOR-REMIT-NAME
                DISPLAY "        " VENDOR-REMIT-ADDRESS-1
                DISPLAY "        " VENDOR-REMIT-CITY " "
                   VENDOR-REMIT-STATE " " VENDOR-REMIT-ZIP.
            DISPLAY "CONTACT: " VENDOR-CONTACT " " VENDOR-PHONE.
            DISPLAY "EMAIL:   " VENDOR-EMAIL.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            DISPLAY "TAX ID:  " SENSITIVE-SHOWN (1:11)
               "  1099: " VENDOR-1099-FLAG.
            PERFORM DECODE-PAYMENT-METHOD.
            DISPLAY "PAYS BY: " METHOD-DESCRIPTION
               "  HANDLING: " VENDOR-HANDLING-CODE
               "  CURRENCY: " VENDOR-CURRENCY-CODE.
            IF VENDOR-PAYS-BY-EFT
                MOVE VENDOR-BANK-ACCOUNT-NUMBER TO SENSITIVE-VALUE
                PERFORM MASK-SENSITIVE-VALUE
                DISPLAY "BANK:    " VENDOR-ABA-ROUTING-NUMBER " "
                   SENSITIVE-SHOWN (1:17)
                   "  PRENOTE: " VENDOR-PRENOTE-STATUS.
            MOVE VENDOR-CREDIT-LIMIT TO AMOUNT-FIELD.
            DISPLAY "CREDIT LIMIT: " AMOUNT-FIELD
               "  COMPANY: " VENDOR-COMPANY.
            PERFORM SHOW-THE-TERMS.
            IF TERMS-RECORD-FOUND = "Y"
                MOVE TERMS-DISC-PERCENT TO PERCENT-FIELD
                DISPLAY "       NET " TERMS-NET-DAYS " DAYS, "
                   PERCENT-FIELD "% DISCOUNT IN " TERMS-DISC-DAYS
                   " DAYS".
            PERFORM SHOW-THE-HOLD-REASONS.
            PERFORM SHOW-THE-COMPLIANCE-FLAGS.
            IF VENDOR-FIRST-BNOTICE-DATE NOT = ZEROES
                MOVE VENDOR-FIRST-BNOTICE-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "FIRST B-NOTICE " FORMATTED-DATE.
            IF VENDOR-SECOND-BNOTICE-DATE NOT = ZEROES
                MOVE VENDOR-SECOND-BNOTICE-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "SECOND B-NOTICE " FORMATTED-DATE.

      *--------------------------------
      * DRILL-DOWN: OPEN VOUCHERS
      *--------------------------------
       SHOW-THE-OPEN-VOUCHERS.
            DISPLAY " ".
            DISPLAY "VOUCH INVOICE              OPEN    DUE DATE  "
               "FLAG      REASON".
            MOVE ZERO TO LINES-SHOWN.
            PERFORM START-THE-VENDOR-VOUCHERS.
            PERFORM SHOW-ONE-OPEN-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".
            IF OPEN-VOUCHER-COUNT = ZERO
                DISPLAY "NO OPEN VOUCHERS FOR THIS VENDOR".

       SHOW-ONE-OPEN-VOUCHER.
            IF VOUCHER-PAID-DATE = ZEROES AND
                  NOT VOUCHER-IS-ESCHEATED
                PERFORM DISPLAY-ONE-OPEN-VOUCHER.
            PERFORM READ-NEXT-VENDOR-VOUCHER.

       DISPLAY-ONE-OPEN-VOUCHER.
            MOVE SPACES TO VOUCHER-LINE.
            MOVE VOUCHER-NUMBER TO VOUCHER-LINE-NUMBER.
            MOVE VOUCHER-INVOICE TO VOUCHER-LINE-INVOICE.
            COMPUTE VOUCHER-LINE-OPEN =
               VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT.
            MOVE VOUCHER-DUE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO VOUCHER-LINE-DUE.
            IF VOUCHER-IN-DISPUTE
                MOVE "DISPUTED" TO VOUCHER-LINE-FLAG
                MOVE VOUCHER-DISPUTE-REASON TO VOUCHER-LINE-REASON
            ELSE
                IF VOUCHER-AWAITING-APPROVAL
                    MOVE "APPROVAL" TO VOUCHER-LINE-FLAG
                ELSE
                    IF VOUCHER-HELD-FOR-WIRE
                        MOVE "WIRE" TO VOUCHER-LINE-FLAG
                    ELSE
                        IF VOUCHER-DUE < TODAY-DATE
                            MOVE "PAST DUE" TO VOUCHER-LINE-FLAG.
            DISPLAY VOUCHER-LINE.
            PERFORM PAUSE-THE-LIST.

      *--------------------------------
      * DRILL-DOWN: PAYMENTS
      *--------------------------------
       SHOW-THE-PAYMENTS.
            DISPLAY " ".
            IF PAYMENT-COUNT = ZERO
                DISPLAY "NO PAYMENTS ON FILE FOR THIS VENDOR"
            ELSE
                DISPLAY "THE " PAYMENT-COUNT " LATEST PAYMENTS"
                DISPLAY "   DATE    TYPE   ACCT CHK/TR      AMOUNT"
                   " VOUCH STATUS"
                PERFORM SHOW-ONE-PAYMENT
                   VARYING PAYMENT-SLOT FROM 1 BY 1
                   UNTIL PAYMENT-SLOT > PAYMENT-COUNT.

       SHOW-ONE-PAYMENT.
            PERFORM FORMAT-ONE-PAYMENT-LINE.
            DISPLAY PAYMENT-LINE.

      * A reversal (a voided check's negative history record) shows
      * with the register's VOID status against the same number.
       FORMAT-ONE-PAYMENT-LINE.
            MOVE LAST-PAYMENT-ACCOUNT (PAYMENT-SLOT)
               TO REGISTER-BANK-ACCOUNT.
            MOVE LAST-PAYMENT-CHECK-NO (PAYMENT-SLOT)
               TO REGISTER-CHECK-NO.
            PERFORM READ-REGISTER-RECORD.
            PERFORM DECODE-PAYMENT-STATUS.
            MOVE SPACES TO PAYMENT-LINE.
            MOVE LAST-PAYMENT-DATE (PAYMENT-SLOT) TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PAYMENT-LINE-DATE.
            MOVE PAYMENT-TYPE-DESCRIPTION TO PAYMENT-LINE-TYPE.
            MOVE LAST-PAYMENT-ACCOUNT (PAYMENT-SLOT)
               TO PAYMENT-LINE-ACCOUNT.
            MOVE LAST-PAYMENT-CHECK-NO (PAYMENT-SLOT)
               TO PAYMENT-LINE-CHECK-NO.
            MOVE LAST-PAYMENT-AMOUNT (PAYMENT-SLOT)
               TO PAYMENT-LINE-AMOUNT.
            MOVE LAST-PAYMENT-VOUCHER (PAYMENT-SLOT)
               TO PAYMENT-LINE-VOUCHER.
            MOVE STATUS-DESCRIPTION TO PAYMENT-LINE-STATUS.

       DECODE-PAYMENT-STATUS.
            IF REGISTER-RECORD-FOUND = "N"
                MOVE "CHECK" TO PAYMENT-TYPE-DESCRIPTION
                MOVE "NOT ON REG" TO STATUS-DESCRIPTION
            ELSE
                PERFORM DECODE-REGISTER-TYPE
                PERFORM DECODE-REGISTER-STATUS.

       DECODE-REGISTER-TYPE.
            IF REGISTER-TYPE-EFT
                MOVE "EFT" TO PAYMENT-TYPE-DESCRIPTION
            ELSE
                IF REGISTER-TYPE-WIRE
                    MOVE "WIRE" TO PAYMENT-TYPE-DESCRIPTION
                ELSE
                    IF REGISTER-TYPE-CARD
                        MOVE "CARD" TO PAYMENT-TYPE-DESCRIPTION
                    ELSE
                        MOVE "CHECK" TO PAYMENT-TYPE-DESCRIPTION.

       DECODE-REGISTER-STATUS.
            IF REGISTER-STATUS-OPEN
                MOVE "OUTSTANDING" TO STATUS-DESCRIPTION
            ELSE
                IF REGISTER-STATUS-VOID
                    MOVE "VOID" TO STATUS-DESCRIPTION
                ELSE
                    IF REGISTER-STATUS-CLEARED
                        MOVE "CLEARED" TO STATUS-DESCRIPTION
                    ELSE
                        IF REGISTER-STATUS-ESCHEAT
                            MOVE "ESCHEATED" TO STATUS-DESCRIPTION
                        ELSE
                            MOVE REGISTER-STATUS
                               TO STATUS-DESCRIPTION.

      *--------------------------------
      * DRILL-DOWN: BANKING CHANGES
      *--------------------------------
       SHOW-THE-BANKING-CHANGES.
            DISPLAY " ".
            IF PENDING-COUNT = ZERO AND REJECTED-COUNT = ZERO
                DISPLAY "NO BANKING CHANGES ON FILE FOR THIS VENDOR"
            ELSE
                PERFORM START-THE-BANKING-CHANGES
                PERFORM SHOW-ONE-BANKING-CHANGE
                   UNTIL PENDING-FILE-AT-END = "Y".

       SHOW-ONE-BANKING-CHANGE.
            PERFORM READ-NEXT-BANKING-CHANGE.
            IF PENDING-FILE-AT-END NOT = "Y"
                PERFORM DISPLAY-ONE-BANKING-CHANGE.

       DISPLAY-ONE-BANKING-CHANGE.
            MOVE PENDING-OLD-VALUE TO PENDING-OLD-SHOWN.
            MOVE PENDING-NEW-VALUE TO PENDING-NEW-SHOWN.
            IF PENDING-FIELD-NAME = "VENDOR-BANK-ACCOUNT-NUMBER" OR
                  PENDING-FIELD-NAME = "VENDOR-TAX-ID"
                MOVE PENDING-OLD-VALUE TO SENSITIVE-VALUE
                PERFORM MASK-SENSITIVE-VALUE
                MOVE SENSITIVE-SHOWN TO PENDING-OLD-SHOWN
                MOVE PENDING-NEW-VALUE TO SENSITIVE-VALUE
                PERFORM MASK-SENSITIVE-VALUE
                MOVE SENSITIVE-SHOWN TO PENDING-NEW-SHOWN.
            MOVE PENDING-ENTERED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY PENDING-FIELD-NAME " KEYED " FORMATTED-DATE
               " BY " PENDING-ENTERED-BY.
            DISPLAY "   FROM: " PENDING-OLD-SHOWN.
            DISPLAY "   TO:   " PENDING-NEW-SHOWN.
            IF PENDING-AWAITING-REVIEW
                DISPLAY "   AWAITING APPROVAL (VNDPND01)"
            ELSE
                MOVE PENDING-REVIEWED-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                DISPLAY "   REJECTED " FORMATTED-DATE " BY "
                   PENDING-REVIEWED-BY.

      *--------------------------------
      * DRILL-DOWN: 1099 YEAR TO DATE
      *--------------------------------
       SHOW-THE-1099-AMOUNTS.
            DISPLAY " ".
            DISPLAY TODAY-YEAR " 1099 AMOUNTS PAID TO DATE".
            IF NOT VENDOR-IS-1099-ELIGIBLE
                DISPLAY "(VENDOR IS NOT 1099 ELIGIBLE - NOTHING IS "
                   "REPORTED)".
            MOVE BOX-NEC-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "NONEMPLOYEE COMPENSATION  " AMOUNT-FIELD.
            MOVE BOX-RENTS-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "RENTS                     " AMOUNT-FIELD.
            MOVE BOX-MEDICAL-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "MEDICAL                   " AMOUNT-FIELD.
            MOVE BOX-ATTORNEY-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "ATTORNEY GROSS PROCEEDS   " AMOUNT-FIELD.
            MOVE BOX-REPORTABLE-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "TOTAL REPORTABLE          " AMOUNT-FIELD.
            MOVE BOX-EXCLUDED-AMOUNT TO AMOUNT-FIELD.
            DISPLAY "PAID BUT NOT REPORTABLE   " AMOUNT-FIELD.
            IF ADJUSTMENT-APPLIED NOT = ZERO
                MOVE ADJUSTMENT-APPLIED TO AMOUNT-FIELD
                DISPLAY "(INCLUDES AN ADJUSTMENT OF " AMOUNT-FIELD
                   " - " ADJUSTMENT-REASON ")".

      *--------------------------------
      * FILE ROUTINES
      *--------------------------------
       READ-VENDOR-RECORD.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.

       START-THE-VENDOR-VOUCHERS.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            MOVE VENDOR-NUMBER TO VOUCHER-VENDOR.
            START VOUCHER-FILE KEY IS NOT LESS THAN VOUCHER-VENDOR
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VENDOR-VOUCHER.

       READ-NEXT-VENDOR-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y" AND
                  VOUCHER-VENDOR NOT = VENDOR-NUMBER
                MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-REGISTER-RECORD.
            MOVE "Y" TO REGISTER-RECORD-FOUND.
            READ CHECK-REGISTER-FILE RECORD
               INVALID KEY
               MOVE "N" TO REGISTER-RECORD-FOUND.

       START-THE-BANKING-CHANGES.
            MOVE VENDOR-NUMBER TO PENDING-VENDOR.
            MOVE ZEROES TO PENDING-SEQUENCE.
            MOVE "N" TO PENDING-FILE-AT-END.
            START PENDING-CHANGE-FILE
               KEY IS NOT LESS THAN PENDING-CHANGE-KEY
               INVALID KEY
               MOVE "Y" TO PENDING-FILE-AT-END.

       READ-NEXT-BANKING-CHANGE.
            READ PENDING-CHANGE-FILE NEXT RECORD
               AT END MOVE "Y" TO PENDING-FILE-AT-END.
            IF PENDING-FILE-AT-END NOT = "Y" AND
                  PENDING-VENDOR NOT = VENDOR-NUMBER
                MOVE "Y" TO PENDING-FILE-AT-END.

       PAUSE-THE-LIST.
            ADD 1 TO LINES-SHOWN.
            IF LINES-SHOWN > 15
                DISPLAY "PRESS ENTER TO CONTINUE"
                ACCEPT CONTINUE-ANSWER
                MOVE ZERO TO LINES-SHOWN.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnote01.cbl".
            COPY "plvncon01.cbl".
            COPY "pllhld01.cbl".
            COPY "plbox01.cbl".
            COPY "plmask01.cbl".
