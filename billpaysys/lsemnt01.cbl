      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Lease register maintenance over fdlease01.cbl - the lessor
      * (on the vendor master), the recurring template the rent is
      * vouchered from (its vendor must be the lessor), the class,
      * commencement and end dates, payment timing, discount rate,
      * the monthly payments with their escalations, the ROU
      * adjustment and the six GL codes, each on the GL master and
      * active.
      * Every time the terms are keyed or changed the whole month-
      * by-month schedule (fdlsch01.cbl) is rebuilt from them:
      *   the liability is the present value of the payments at
      *   the monthly rate (annual rate / 12), each discounted
      *   from the commencement - a payment in advance from the
      *   start of its month, in arrears from the end;
      *   the ROU asset is the liability plus the ROU adjustment;
      *   each month's interest is the rate on the balance left
      *   once that month's advance payment is off it (on the
      *   opening balance, in arrears), rounded;
      *   a finance lease amortizes the ROU asset straight-line;
      *   an operating lease's ROU amortization is the straight-
      *   line lease cost - all the payments plus the adjustment,
      *   spread evenly - less the month's interest.
      * The last month takes the pennies. Once lsejnl01.cbl has
      * journaled any month the terms are fixed - a change to a
      * lease on the books is a remeasurement and is booked by
      * hand; the description, template and GL codes can still be
      * changed. A lease taken over from the spreadsheet is keyed
      * with the month it was already booked through, and only the
      * months after it are journaled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. lsemnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sllease01.cbl".
            COPY "sllsch01.cbl".
            COPY "slrecur.cbl".
            COPY "slvnd02.cbl".
            COPY "slglacct.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdlease01.cbl".
            COPY "fdlsch01.cbl".
            COPY "fdrecur.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdglacct.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   THE-MODE                           PIC X(7).
       77   WHICH-FIELD                        PIC 99.
       77   OK-TO-DELETE                       PIC X.
       77   LEASE-RECORD-FOUND                 PIC X.
       77   RECUR-RECORD-FOUND                 PIC X.
       77   VENDOR-RECORD-FOUND                PIC X.
       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   SCHEDULE-FILE-AT-END               PIC X.
       77   LEASE-IS-JOURNALED                 PIC X.
       77   TERMS-CHANGED                      PIC X.

       77   STEP-INDEX                         PIC 99.
       77   STEP-COUNT                         PIC 99.
       77   STEPS-DONE                         PIC X.
       77   PREVIOUS-FROM-PERIOD               PIC 9(3).
       77   ESCALATION-PERCENT                 PIC 9(2)V99.
       77   ESCALATION-FIELD                   PIC Z9.99.
       77   NEXT-STEP-PAYMENT                  PIC 9(7)V99.
       77   RATE-FIELD                         PIC Z9.9999.
       77   AMOUNT-FIELD                       PIC ZZZ,ZZZ,ZZ9.99-.
       77   PAYMENT-FIELD                      PIC Z,ZZZ,ZZ9.99-.
       01   BOOKED-THROUGH-ENTRY               PIC 9(6).
       01   BOOKED-THROUGH-PARTS REDEFINES BOOKED-THROUGH-ENTRY.
            05 BOOKED-THROUGH-CCYY             PIC 9(4).
            05 BOOKED-THROUGH-MM               PIC 99.

      * The term, from the two dates.
       01   COMMENCE-PARTS.
            05 COMMENCE-CCYY                   PIC 9(4).
            05 COMMENCE-MM                     PIC 99.
            05 COMMENCE-DD                     PIC 99.
       01   END-PARTS.
            05 END-CCYY                        PIC 9(4).
            05 END-MM                          PIC 99.
            05 END-DD                          PIC 99.
       77   TERM-MONTHS                        PIC S9(5).

      * Building the schedule.
       01   PAYMENT-TABLE.
            05 PERIOD-PAYMENT                  PIC 9(7)V99
                                               OCCURS 360 TIMES.
       77   PERIOD-INDEX                       PIC 9(3).
       01   SCHEDULE-MONTH.
            05 SCHEDULE-CCYY                   PIC 9(4).
            05 SCHEDULE-MM                     PIC 99.
       77   MONTHLY-RATE                       PIC 9V9(12).
       77   DISCOUNT-FACTOR                    PIC 9V9(15).
       77   PRESENT-VALUE                      PIC S9(9)V9(6).
       77   RUNNING-LIABILITY                  PIC S9(9)V99.
       77   RUNNING-ROU                        PIC S9(9)V99.
       77   TOTAL-LEASE-COST                   PIC S9(9)V99.
       77   COST-TO-DATE                       PIC S9(9)V99.
       77   PRIOR-COST-TO-DATE                 PIC S9(9)V99.
       77   AMORTIZED-TO-DATE                  PIC S9(9)V99.
       77   SHARE-TO-DATE                      PIC S9(9)V99.
       77   ROWS-WRITTEN                       PIC 9(3).

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O LEASE-FILE.
            OPEN I-O LEASE-SCHEDULE-FILE.
            OPEN INPUT RECURRING-TEMPLATE-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
            CLOSE LEASE-FILE.
            CLOSE LEASE-SCHEDULE-FILE.
            CLOSE RECURRING-TEMPLATE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE GL-ACCOUNT-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "LEASE REGISTER - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD A LEASE".
            DISPLAY "2. CHANGE A LEASE".
            DISPLAY "3. LOOK UP A LEASE".
            DISPLAY "4. DELETE A LEASE".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-4)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
            PERFORM DO-THE-PICK.
            PERFORM GET-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM ADD-MODE.
            IF MENU-PICK = 2
                PERFORM CHANGE-MODE.
            IF MENU-PICK = 3
                PERFORM INQUIRE-MODE.
            IF MENU-PICK = 4
                PERFORM DELETE-MODE.

      *--------------------------------
      * ADD
      *--------------------------------
       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            PERFORM ENTER-LEASE-NUMBER.
            PERFORM ADD-ONE-LEASE
               UNTIL LEASE-NUMBER = ZEROES.

       ADD-ONE-LEASE.
            PERFORM READ-LEASE-RECORD.
            IF LEASE-RECORD-FOUND = "Y"
                DISPLAY "LEASE ALREADY ON FILE"
            ELSE
                PERFORM INIT-LEASE-BODY
                PERFORM ENTER-REMAINING-FIELDS
                PERFORM BUILD-THE-SCHEDULE
                WRITE LEASE-RECORD
                   INVALID KEY
                   DISPLAY "RECORD ALREADY EXISTS"
                END-WRITE
                PERFORM DISPLAY-ALL-FIELDS.
            PERFORM ENTER-LEASE-NUMBER.

      *--------------------------------
      * CHANGE
      *--------------------------------
       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM ENTER-LEASE-NUMBER.
            PERFORM CHANGE-ONE-LEASE
               UNTIL LEASE-NUMBER = ZEROES.

       CHANGE-ONE-LEASE.
            PERFORM READ-LEASE-RECORD.
            IF LEASE-RECORD-FOUND = "N"
                DISPLAY "LEASE NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM GET-FIELD-TO-CHANGE
                PERFORM CHANGE-ONE-FIELD
                   UNTIL WHICH-FIELD = ZERO.
            PERFORM ENTER-LEASE-NUMBER.

       GET-FIELD-TO-CHANGE.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-11) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-GET-FIELD-TO-CHANGE
               UNTIL WHICH-FIELD NOT > 11.

       RE-GET-FIELD-TO-CHANGE.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-11) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

      * Fields 2 and 4 through 9 and 11 are the terms the schedule
      * is built from; they are closed once a month is journaled.
       CHANGE-ONE-FIELD.
            PERFORM CHECK-LEASE-JOURNALED.
            MOVE "N" TO TERMS-CHANGED.
            IF LEASE-IS-JOURNALED = "Y" AND
                  (WHICH-FIELD = 2 OR
                   (WHICH-FIELD > 3 AND WHICH-FIELD < 10) OR
                   WHICH-FIELD = 11)
                DISPLAY "THE LEASE HAS BEEN JOURNALED - ITS TERMS"
                DISPLAY "CAN NO LONGER BE CHANGED HERE"
            ELSE
                PERFORM CHANGE-THE-FIELD.
            IF TERMS-CHANGED = "Y"
                PERFORM BUILD-THE-SCHEDULE.
            REWRITE LEASE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING LEASE RECORD".
            PERFORM DISPLAY-ALL-FIELDS.
            PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THE-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-LEASE-DESCRIPTION.
            IF WHICH-FIELD = 2
                PERFORM ENTER-LEASE-COMPANY
                PERFORM ENTER-LEASE-VENDOR.
            IF WHICH-FIELD = 3
                PERFORM ENTER-LEASE-RECUR-TEMPLATE.
            IF WHICH-FIELD = 4
                PERFORM ENTER-LEASE-CLASS
                MOVE "Y" TO TERMS-CHANGED.
            IF WHICH-FIELD = 5
                PERFORM ENTER-LEASE-DATES
                MOVE "Y" TO TERMS-CHANGED.
            IF WHICH-FIELD = 6
                PERFORM ENTER-LEASE-TIMING
                MOVE "Y" TO TERMS-CHANGED.
            IF WHICH-FIELD = 7
                PERFORM ENTER-LEASE-DISCOUNT-RATE
                MOVE "Y" TO TERMS-CHANGED.
            IF WHICH-FIELD = 8
                PERFORM ENTER-LEASE-PAYMENTS
                MOVE "Y" TO TERMS-CHANGED.
            IF WHICH-FIELD = 9
                PERFORM ENTER-LEASE-ROU-ADJUSTMENT
                MOVE "Y" TO TERMS-CHANGED.
            IF WHICH-FIELD = 10
                PERFORM ENTER-LEASE-GL-CODES.
            IF WHICH-FIELD = 11
                PERFORM ENTER-LEASE-BOOKED-THROUGH.

      *--------------------------------
      * INQUIRE
      *--------------------------------
       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM ENTER-LEASE-NUMBER.
            PERFORM INQUIRE-ONE-LEASE
               UNTIL LEASE-NUMBER = ZEROES.

       INQUIRE-ONE-LEASE.
            PERFORM READ-LEASE-RECORD.
            IF LEASE-RECORD-FOUND = "N"
                DISPLAY "LEASE NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS.
            PERFORM ENTER-LEASE-NUMBER.

      *--------------------------------
      * DELETE
      *--------------------------------
      * A lease on the books stays - its postings would be left
      * pointing at nothing.
       DELETE-MODE.
            MOVE "DELETE" TO THE-MODE.
            PERFORM ENTER-LEASE-NUMBER.
            PERFORM DELETE-ONE-LEASE
               UNTIL LEASE-NUMBER = ZEROES.

       DELETE-ONE-LEASE.
            PERFORM READ-LEASE-RECORD.
            IF LEASE-RECORD-FOUND = "N"
                DISPLAY "LEASE NOT ON FILE"
            ELSE
                PERFORM DISPLAY-ALL-FIELDS
                PERFORM CHECK-LEASE-JOURNALED
                IF LEASE-IS-JOURNALED = "Y"
                    DISPLAY "THE LEASE HAS BEEN JOURNALED AND"
                    DISPLAY "CANNOT BE DELETED"
                ELSE
                    PERFORM ASK-TO-DELETE
                    IF OK-TO-DELETE = "Y"
                        PERFORM DELETE-THE-SCHEDULE
                        DELETE LEASE-FILE RECORD
                           INVALID KEY
                           DISPLAY "ERROR DELETING LEASE RECORD".
            PERFORM ENTER-LEASE-NUMBER.

       ASK-TO-DELETE.
            MOVE "X" TO OK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS LEASE (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-DELETE NOT = "Y" AND
                  OK-TO-DELETE NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

       CHECK-LEASE-JOURNALED.
            IF LEASE-LAST-MONTH-POSTED = LEASE-BOOKED-THROUGH
                MOVE "N" TO LEASE-IS-JOURNALED
            ELSE
                MOVE "Y" TO LEASE-IS-JOURNALED.

      *--------------------------------
      * KEY AND FIELD ENTRY
      *--------------------------------
       ENTER-LEASE-NUMBER.
            DISPLAY " ".
            DISPLAY "ENTER LEASE NUMBER TO " THE-MODE.
            DISPLAY "(ENTER 0 TO STOP ENTRY)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO LEASE-NUMBER.

       INIT-LEASE-BODY.
            MOVE 1 TO LEASE-COMPANY.
            MOVE ZEROES TO LEASE-VENDOR.
            MOVE SPACES TO LEASE-DESCRIPTION.
            MOVE "O" TO LEASE-CLASS.
            MOVE ZEROES TO LEASE-RECUR-TEMPLATE.
            MOVE ZEROES TO LEASE-COMMENCE-DATE.
            MOVE ZEROES TO LEASE-END-DATE.
            MOVE ZEROES TO LEASE-TERM-MONTHS.
            MOVE "A" TO LEASE-TIMING.
            MOVE ZEROES TO LEASE-DISCOUNT-RATE.
            MOVE ZEROES TO LEASE-ROU-ADJUSTMENT.
            PERFORM INIT-ONE-STEP
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > 30.
            MOVE SPACES TO LEASE-LIABILITY-GL-CODE.
            MOVE SPACES TO LEASE-ROU-GL-CODE.
            MOVE SPACES TO LEASE-ROU-AMORT-GL-CODE.
            MOVE SPACES TO LEASE-INTEREST-GL-CODE.
            MOVE SPACES TO LEASE-AMORT-GL-CODE.
            MOVE SPACES TO LEASE-PAYMENT-GL-CODE.
            MOVE ZEROES TO LEASE-INITIAL-LIABILITY.
            MOVE ZEROES TO LEASE-INITIAL-ROU.
            MOVE ZEROES TO LEASE-TOTAL-PAYMENTS.
            MOVE ZEROES TO LEASE-BOOKED-THROUGH.
            MOVE ZEROES TO LEASE-LAST-MONTH-POSTED.
            MOVE ZEROES TO LEASE-PAID-THROUGH-DATE.

       INIT-ONE-STEP.
            MOVE ZEROES TO LEASE-STEP-FROM-PERIOD (STEP-INDEX).
            MOVE ZEROES TO LEASE-STEP-PAYMENT (STEP-INDEX).

       ENTER-REMAINING-FIELDS.
            PERFORM ENTER-LEASE-DESCRIPTION.
            PERFORM ENTER-LEASE-COMPANY.
            PERFORM ENTER-LEASE-VENDOR.
            PERFORM ENTER-LEASE-RECUR-TEMPLATE.
            PERFORM ENTER-LEASE-CLASS.
            PERFORM ENTER-LEASE-DATES.
            PERFORM ENTER-LEASE-TIMING.
            PERFORM ENTER-LEASE-DISCOUNT-RATE.
            PERFORM ENTER-LEASE-PAYMENTS.
            PERFORM ENTER-LEASE-ROU-ADJUSTMENT.
            PERFORM ENTER-LEASE-GL-CODES.
            PERFORM ENTER-LEASE-BOOKED-THROUGH.

       ENTER-LEASE-DESCRIPTION.
            DISPLAY "ENTER LEASE DESCRIPTION".
            ACCEPT LEASE-DESCRIPTION.
            INSPECT LEASE-DESCRIPTION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-LEASE-COMPANY.
            DISPLAY "ENTER COMPANY NUMBER (1-9) THE LEASE BELONGS TO".
            ACCEPT LEASE-COMPANY.
            IF LEASE-COMPANY = ZERO
                DISPLAY "COMPANY MUST BE 1 THROUGH 9"
                PERFORM ENTER-LEASE-COMPANY.

       ENTER-LEASE-VENDOR.
            DISPLAY "ENTER LESSOR VENDOR NUMBER".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO LEASE-VENDOR.
            MOVE LEASE-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                DISPLAY "VENDOR NOT ON FILE"
                PERFORM ENTER-LEASE-VENDOR
            ELSE
                DISPLAY "LESSOR: " VENDOR-NAME.

      * The template's vouchers are the rent the lease journal
      * matches, so they must be the lessor's.
       ENTER-LEASE-RECUR-TEMPLATE.
            DISPLAY "ENTER RECURRING TEMPLATE THE RENT IS VOUCHERED".
            DISPLAY "FROM (0 = NONE)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO LEASE-RECUR-TEMPLATE.
            IF LEASE-RECUR-TEMPLATE NOT = ZEROES
                PERFORM CHECK-LEASE-RECUR-TEMPLATE.

       CHECK-LEASE-RECUR-TEMPLATE.
            PERFORM READ-RECUR-RECORD.
            IF RECUR-RECORD-FOUND = "N"
                DISPLAY "TEMPLATE NOT ON FILE"
                PERFORM ENTER-LEASE-RECUR-TEMPLATE
            ELSE
            IF RECUR-VENDOR NOT = LEASE-VENDOR
                DISPLAY "TEMPLATE IS FOR VENDOR " RECUR-VENDOR
                   " - NOT THE LESSOR"
                PERFORM ENTER-LEASE-RECUR-TEMPLATE
            ELSE
                MOVE RECUR-AMOUNT TO PAYMENT-FIELD
                DISPLAY "TEMPLATE: " RECUR-FOR " " PAYMENT-FIELD.

       ENTER-LEASE-CLASS.
            PERFORM ACCEPT-LEASE-CLASS.
            PERFORM RE-ACCEPT-LEASE-CLASS
               UNTIL LEASE-IS-OPERATING OR LEASE-IS-FINANCE.

       ACCEPT-LEASE-CLASS.
            DISPLAY "ENTER LEASE CLASS - O)PERATING OR F)INANCE".
            ACCEPT LEASE-CLASS.
            INSPECT LEASE-CLASS
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-LEASE-CLASS.
            DISPLAY "YOU MUST ENTER O OR F".
            PERFORM ACCEPT-LEASE-CLASS.

      * The term runs in whole months from the commencement month;
      * an end date short of the commencement day-of-month closes
      * the month before (01/15/2024 to 01/14/2029 is 60 months).
       ENTER-LEASE-DATES.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER COMMENCEMENT DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A COMMENCEMENT DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO LEASE-COMMENCE-DATE.
            MOVE "ENTER LEASE END DATE(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "AN END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO LEASE-END-DATE.
            MOVE LEASE-COMMENCE-DATE TO COMMENCE-PARTS.
            MOVE LEASE-END-DATE TO END-PARTS.
            COMPUTE TERM-MONTHS =
               (END-CCYY * 12 + END-MM)
             - (COMMENCE-CCYY * 12 + COMMENCE-MM) + 1.
            IF END-DD < COMMENCE-DD
                SUBTRACT 1 FROM TERM-MONTHS.
            IF TERM-MONTHS < 1 OR TERM-MONTHS > 360
                DISPLAY "THE TERM MUST BE 1 TO 360 MONTHS"
                PERFORM ENTER-LEASE-DATES
            ELSE
                MOVE TERM-MONTHS TO LEASE-TERM-MONTHS
                DISPLAY "TERM: " LEASE-TERM-MONTHS " MONTHS".

       ENTER-LEASE-TIMING.
            PERFORM ACCEPT-LEASE-TIMING.
            PERFORM RE-ACCEPT-LEASE-TIMING
               UNTIL LEASE-PAID-IN-ADVANCE OR LEASE-PAID-IN-ARREARS.

       ACCEPT-LEASE-TIMING.
            DISPLAY "RENT PAID A)DVANCE OR IN ARR)EARS - ENTER A OR R".
            ACCEPT LEASE-TIMING.
            INSPECT LEASE-TIMING
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       RE-ACCEPT-LEASE-TIMING.
            DISPLAY "YOU MUST ENTER A OR R".
            PERFORM ACCEPT-LEASE-TIMING.

       ENTER-LEASE-DISCOUNT-RATE.
            DISPLAY "ENTER ANNUAL DISCOUNT RATE PERCENT (NN.NNNN)".
            ACCEPT RATE-FIELD.
            MOVE RATE-FIELD TO LEASE-DISCOUNT-RATE.

      * The payment at commencement is step 1. The escalations are
      * either an even annual percent, compounded on each lease
      * anniversary, or keyed one step at a time.
       ENTER-LEASE-PAYMENTS.
            PERFORM INIT-ONE-STEP
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > 30.
            DISPLAY "ENTER MONTHLY PAYMENT AT COMMENCEMENT".
            ACCEPT PAYMENT-FIELD.
            MOVE 1 TO LEASE-STEP-FROM-PERIOD (1).
            MOVE PAYMENT-FIELD TO LEASE-STEP-PAYMENT (1).
            DISPLAY "ENTER ANNUAL ESCALATION PERCENT (NN.NN)".
            DISPLAY "(0 = KEY EACH PAYMENT CHANGE)".
            ACCEPT ESCALATION-FIELD.
            MOVE ESCALATION-FIELD TO ESCALATION-PERCENT.
            IF ESCALATION-PERCENT NOT = ZERO
                PERFORM FILL-THE-ANNUAL-STEPS
            ELSE
                PERFORM KEY-THE-STEPS.

       FILL-THE-ANNUAL-STEPS.
            MOVE 1 TO STEP-COUNT.
            PERFORM FILL-ONE-ANNUAL-STEP
               UNTIL STEP-COUNT = 30 OR
                  (STEP-COUNT * 12) + 1 > LEASE-TERM-MONTHS.

       FILL-ONE-ANNUAL-STEP.
            COMPUTE NEXT-STEP-PAYMENT ROUNDED =
               LEASE-STEP-PAYMENT (STEP-COUNT)
               * (100 + ESCALATION-PERCENT) / 100.
            ADD 1 TO STEP-COUNT.
            COMPUTE LEASE-STEP-FROM-PERIOD (STEP-COUNT) =
               ((STEP-COUNT - 1) * 12) + 1.
            MOVE NEXT-STEP-PAYMENT TO LEASE-STEP-PAYMENT (STEP-COUNT).

       KEY-THE-STEPS.
            MOVE "N" TO STEPS-DONE.
            MOVE 1 TO PREVIOUS-FROM-PERIOD.
            PERFORM KEY-ONE-STEP
               VARYING STEP-INDEX FROM 2 BY 1
               UNTIL STEP-INDEX > 30 OR STEPS-DONE = "Y".

       KEY-ONE-STEP.
            DISPLAY "STEP " STEP-INDEX " - ENTER PERIOD THE PAYMENT"
               " CHANGES (0 = NO MORE)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD
               TO LEASE-STEP-FROM-PERIOD (STEP-INDEX).
            IF LEASE-STEP-FROM-PERIOD (STEP-INDEX) = ZEROES
                MOVE "Y" TO STEPS-DONE
            ELSE
            IF LEASE-STEP-FROM-PERIOD (STEP-INDEX)
                  NOT > PREVIOUS-FROM-PERIOD OR
               LEASE-STEP-FROM-PERIOD (STEP-INDEX)
                  > LEASE-TERM-MONTHS
                DISPLAY "THE PERIOD MUST BE AFTER " PREVIOUS-FROM-PERIOD
                   " AND NOT PAST " LEASE-TERM-MONTHS
                PERFORM KEY-ONE-STEP
            ELSE
                DISPLAY "ENTER MONTHLY PAYMENT FROM THAT PERIOD"
                ACCEPT PAYMENT-FIELD
                MOVE PAYMENT-FIELD TO LEASE-STEP-PAYMENT (STEP-INDEX)
                MOVE LEASE-STEP-FROM-PERIOD (STEP-INDEX)
                   TO PREVIOUS-FROM-PERIOD.

       ENTER-LEASE-ROU-ADJUSTMENT.
            DISPLAY "ENTER ROU ADJUSTMENT - INITIAL DIRECT COSTS AND".
            DISPLAY "PREPAID RENT LESS INCENTIVES (NEGATIVE IF LESS)".
            ACCEPT PAYMENT-FIELD.
            MOVE PAYMENT-FIELD TO LEASE-ROU-ADJUSTMENT.

       ENTER-LEASE-GL-CODES.
            DISPLAY "ENTER LEASE LIABILITY GL CODE".
            PERFORM ACCEPT-LEASE-GL-CODE.
            MOVE GL-ACCOUNT-CODE TO LEASE-LIABILITY-GL-CODE.
            DISPLAY "ENTER RIGHT-OF-USE ASSET GL CODE".
            PERFORM ACCEPT-LEASE-GL-CODE.
            MOVE GL-ACCOUNT-CODE TO LEASE-ROU-GL-CODE.
            DISPLAY "ENTER ROU ACCUMULATED AMORTIZATION GL CODE".
            PERFORM ACCEPT-LEASE-GL-CODE.
            MOVE GL-ACCOUNT-CODE TO LEASE-ROU-AMORT-GL-CODE.
            IF LEASE-IS-OPERATING
                DISPLAY "ENTER LEASE COST GL CODE"
                PERFORM ACCEPT-LEASE-GL-CODE
                MOVE GL-ACCOUNT-CODE TO LEASE-INTEREST-GL-CODE
                MOVE GL-ACCOUNT-CODE TO LEASE-AMORT-GL-CODE
            ELSE
                DISPLAY "ENTER INTEREST EXPENSE GL CODE"
                PERFORM ACCEPT-LEASE-GL-CODE
                MOVE GL-ACCOUNT-CODE TO LEASE-INTEREST-GL-CODE
                DISPLAY "ENTER AMORTIZATION EXPENSE GL CODE"
                PERFORM ACCEPT-LEASE-GL-CODE
                MOVE GL-ACCOUNT-CODE TO LEASE-AMORT-GL-CODE.
            PERFORM ENTER-LEASE-PAYMENT-GL-CODE.

      * Blank takes the template's code - the one the rent vouchers
      * are actually charged to.
       ENTER-LEASE-PAYMENT-GL-CODE.
            MOVE "N" TO RECUR-RECORD-FOUND.
            IF LEASE-RECUR-TEMPLATE NOT = ZEROES
                PERFORM READ-RECUR-RECORD.
            DISPLAY "ENTER GL CODE THE RENT VOUCHERS ARE CHARGED TO".
            IF RECUR-RECORD-FOUND = "Y"
                DISPLAY "(BLANK = THE TEMPLATE'S " RECUR-GL-CODE ")".
            MOVE SPACES TO GL-ACCOUNT-CODE.
            ACCEPT GL-ACCOUNT-CODE.
            INSPECT GL-ACCOUNT-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF GL-ACCOUNT-CODE = SPACES AND RECUR-RECORD-FOUND = "Y"
                MOVE RECUR-GL-CODE TO GL-ACCOUNT-CODE.
            PERFORM CHECK-GL-ACCOUNT-CODE.
            IF GL-ACCOUNT-RECORD-FOUND = "N"
                PERFORM ENTER-LEASE-PAYMENT-GL-CODE
            ELSE
                MOVE GL-ACCOUNT-CODE TO LEASE-PAYMENT-GL-CODE.

       ACCEPT-LEASE-GL-CODE.
            MOVE SPACES TO GL-ACCOUNT-CODE.
            ACCEPT GL-ACCOUNT-CODE.
            INSPECT GL-ACCOUNT-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            PERFORM CHECK-GL-ACCOUNT-CODE.
            IF GL-ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "RE-ENTER THE GL CODE"
                PERFORM ACCEPT-LEASE-GL-CODE.

      * Same master-file validation voucher entry makes against
      * fdglacct.cbl, with the description echoed back.
       CHECK-GL-ACCOUNT-CODE.
            MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.
            IF GL-ACCOUNT-CODE = SPACES
                DISPLAY "A VALID GL CODE MUST BE ENTERED"
            ELSE
                PERFORM READ-GL-ACCOUNT-RECORD
                IF GL-ACCOUNT-RECORD-FOUND = "N"
                    DISPLAY "GL ACCOUNT NOT ON FILE"
                ELSE
                    IF GL-ACCOUNT-INACTIVE
                        DISPLAY "GL ACCOUNT IS INACTIVE"
                        MOVE "N" TO GL-ACCOUNT-RECORD-FOUND
                    ELSE
                        DISPLAY "GL: " GL-ACCOUNT-NAME.

      * The journal starts with the month after this one, and the
      * commencement entry is made only if period 1 falls after it.
      * Rent paid through the end of the month was booked with it.
       ENTER-LEASE-BOOKED-THROUGH.
            DISPLAY "MONTH ALREADY BOOKED THROUGH OUTSIDE THIS SYSTEM".
            DISPLAY "(CCYYMM, 0 = A NEW LEASE)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO BOOKED-THROUGH-ENTRY.
            IF BOOKED-THROUGH-ENTRY NOT = ZEROES AND
                  (BOOKED-THROUGH-MM < 1 OR BOOKED-THROUGH-MM > 12 OR
                   BOOKED-THROUGH-CCYY < 1601)
                DISPLAY "NOT A VALID CCYYMM MONTH"
                PERFORM ENTER-LEASE-BOOKED-THROUGH
            ELSE
                MOVE BOOKED-THROUGH-ENTRY TO LEASE-BOOKED-THROUGH
                MOVE BOOKED-THROUGH-ENTRY TO LEASE-LAST-MONTH-POSTED
                MOVE ZEROES TO LEASE-PAID-THROUGH-DATE
                IF BOOKED-THROUGH-ENTRY NOT = ZEROES
                    MOVE BOOKED-THROUGH-ENTRY
                       TO LEASE-PAID-THROUGH-DATE (1 : 6)
                    MOVE 31 TO LEASE-PAID-THROUGH-DATE (7 : 2).

      *--------------------------------
      * THE SCHEDULE
      *--------------------------------
       BUILD-THE-SCHEDULE.
            PERFORM SPREAD-THE-PAYMENTS.
            PERFORM FIGURE-THE-PRESENT-VALUE.
            COMPUTE LEASE-INITIAL-LIABILITY ROUNDED = PRESENT-VALUE.
            COMPUTE LEASE-INITIAL-ROU =
               LEASE-INITIAL-LIABILITY + LEASE-ROU-ADJUSTMENT.
            COMPUTE TOTAL-LEASE-COST =
               LEASE-TOTAL-PAYMENTS + LEASE-ROU-ADJUSTMENT.
            PERFORM DELETE-THE-SCHEDULE.
            MOVE LEASE-INITIAL-LIABILITY TO RUNNING-LIABILITY.
            MOVE LEASE-INITIAL-ROU TO RUNNING-ROU.
            MOVE ZERO TO PRIOR-COST-TO-DATE.
            MOVE ZERO TO AMORTIZED-TO-DATE.
            MOVE LEASE-COMMENCE-DATE TO COMMENCE-PARTS.
            MOVE COMMENCE-CCYY TO SCHEDULE-CCYY.
            MOVE COMMENCE-MM TO SCHEDULE-MM.
            MOVE ZERO TO ROWS-WRITTEN.
            PERFORM WRITE-ONE-SCHEDULE-ROW
               VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > LEASE-TERM-MONTHS.
            DISPLAY "SCHEDULE BUILT - " ROWS-WRITTEN " MONTHS".

      * Each period's payment is the last step starting on or
      * before it.
       SPREAD-THE-PAYMENTS.
            MOVE ZERO TO LEASE-TOTAL-PAYMENTS.
            PERFORM SPREAD-ONE-PAYMENT
               VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > LEASE-TERM-MONTHS.

       SPREAD-ONE-PAYMENT.
            MOVE ZERO TO PERIOD-PAYMENT (PERIOD-INDEX).
            PERFORM PICK-ONE-STEP
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > 30.
            ADD PERIOD-PAYMENT (PERIOD-INDEX) TO LEASE-TOTAL-PAYMENTS.

       PICK-ONE-STEP.
            IF LEASE-STEP-FROM-PERIOD (STEP-INDEX) NOT = ZEROES AND
                  LEASE-STEP-FROM-PERIOD (STEP-INDEX)
                     NOT > PERIOD-INDEX
                MOVE LEASE-STEP-PAYMENT (STEP-INDEX)
                   TO PERIOD-PAYMENT (PERIOD-INDEX).

       FIGURE-THE-PRESENT-VALUE.
            COMPUTE MONTHLY-RATE = LEASE-DISCOUNT-RATE / 1200.
            MOVE ZERO TO PRESENT-VALUE.
            IF LEASE-PAID-IN-ADVANCE
                MOVE 1 TO DISCOUNT-FACTOR
            ELSE
                COMPUTE DISCOUNT-FACTOR = 1 / (1 + MONTHLY-RATE).
            PERFORM DISCOUNT-ONE-PAYMENT
               VARYING PERIOD-INDEX FROM 1 BY 1
               UNTIL PERIOD-INDEX > LEASE-TERM-MONTHS.

       DISCOUNT-ONE-PAYMENT.
            COMPUTE PRESENT-VALUE = PRESENT-VALUE
               + (PERIOD-PAYMENT (PERIOD-INDEX) * DISCOUNT-FACTOR).
            COMPUTE DISCOUNT-FACTOR =
               DISCOUNT-FACTOR / (1 + MONTHLY-RATE).

       WRITE-ONE-SCHEDULE-ROW.
            MOVE LEASE-NUMBER TO LSCH-LEASE.
            MOVE PERIOD-INDEX TO LSCH-PERIOD.
            MOVE SCHEDULE-MONTH TO LSCH-MONTH.
            MOVE PERIOD-PAYMENT (PERIOD-INDEX) TO LSCH-PAYMENT.
            MOVE RUNNING-LIABILITY TO LSCH-OPENING-LIABILITY.
            PERFORM FIGURE-THE-INTEREST.
            MOVE RUNNING-LIABILITY TO LSCH-CLOSING-LIABILITY.
            PERFORM FIGURE-THE-AMORTIZATION.
            SUBTRACT LSCH-AMORTIZATION FROM RUNNING-ROU.
            MOVE RUNNING-ROU TO LSCH-CLOSING-ROU.
            MOVE ZEROES TO LSCH-GL-BATCH.
            MOVE ZEROES TO LSCH-POSTED-DATE.
            MOVE ZEROES TO LSCH-PAID-AMOUNT.
            WRITE LEASE-SCHEDULE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING SCHEDULE " LSCH-KEY
               NOT INVALID KEY
               ADD 1 TO ROWS-WRITTEN.
            IF SCHEDULE-MM = 12
                ADD 1 TO SCHEDULE-CCYY
                MOVE 1 TO SCHEDULE-MM
            ELSE
                ADD 1 TO SCHEDULE-MM.

      * The last period's interest is whatever brings the
      * liability to exactly zero.
       FIGURE-THE-INTEREST.
            IF LEASE-PAID-IN-ADVANCE
                SUBTRACT LSCH-PAYMENT FROM RUNNING-LIABILITY
                IF PERIOD-INDEX = LEASE-TERM-MONTHS
                    COMPUTE LSCH-INTEREST = ZERO - RUNNING-LIABILITY
                ELSE
                    COMPUTE LSCH-INTEREST ROUNDED =
                       RUNNING-LIABILITY * MONTHLY-RATE
                END-IF
                ADD LSCH-INTEREST TO RUNNING-LIABILITY
            ELSE
                IF PERIOD-INDEX = LEASE-TERM-MONTHS
                    COMPUTE LSCH-INTEREST =
                       LSCH-PAYMENT - RUNNING-LIABILITY
                ELSE
                    COMPUTE LSCH-INTEREST ROUNDED =
                       RUNNING-LIABILITY * MONTHLY-RATE
                END-IF
                COMPUTE RUNNING-LIABILITY = RUNNING-LIABILITY
                   + LSCH-INTEREST - LSCH-PAYMENT.

      * Both classes figure a straight line to date, as amrexp01
      * does, so the pennies fall out evenly and the last month
      * takes what is left of the asset.
       FIGURE-THE-AMORTIZATION.
            IF PERIOD-INDEX = LEASE-TERM-MONTHS
                MOVE RUNNING-ROU TO LSCH-AMORTIZATION
            ELSE
            IF LEASE-IS-FINANCE
                COMPUTE SHARE-TO-DATE ROUNDED =
                   LEASE-INITIAL-ROU * PERIOD-INDEX
                      / LEASE-TERM-MONTHS
                COMPUTE LSCH-AMORTIZATION =
                   SHARE-TO-DATE - AMORTIZED-TO-DATE
            ELSE
                COMPUTE COST-TO-DATE ROUNDED =
                   TOTAL-LEASE-COST * PERIOD-INDEX
                      / LEASE-TERM-MONTHS
                COMPUTE LSCH-AMORTIZATION =
                   COST-TO-DATE - PRIOR-COST-TO-DATE - LSCH-INTEREST
                MOVE COST-TO-DATE TO PRIOR-COST-TO-DATE.
            ADD LSCH-AMORTIZATION TO AMORTIZED-TO-DATE.

       DELETE-THE-SCHEDULE.
            MOVE LEASE-NUMBER TO LSCH-LEASE.
            MOVE ZEROES TO LSCH-PERIOD.
            MOVE "N" TO SCHEDULE-FILE-AT-END.
            START LEASE-SCHEDULE-FILE
               KEY IS NOT LESS THAN LSCH-KEY
               INVALID KEY
               MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SCHEDULE-RECORD.
            PERFORM DELETE-ONE-SCHEDULE-ROW
               UNTIL SCHEDULE-FILE-AT-END = "Y".

       DELETE-ONE-SCHEDULE-ROW.
            DELETE LEASE-SCHEDULE-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING SCHEDULE " LSCH-KEY.
            PERFORM READ-NEXT-SCHEDULE-RECORD.

      *--------------------------------
      * DISPLAY
      *--------------------------------
       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "LEASE " LEASE-NUMBER.
            DISPLAY "1. DESCRIPTION: " LEASE-DESCRIPTION.
            DISPLAY "2. COMPANY " LEASE-COMPANY
               "  LESSOR: " LEASE-VENDOR.
            IF LEASE-RECUR-TEMPLATE = ZEROES
                DISPLAY "3. RECURRING TEMPLATE: NONE"
            ELSE
                DISPLAY "3. RECURRING TEMPLATE: " LEASE-RECUR-TEMPLATE.
            IF LEASE-IS-FINANCE
                DISPLAY "4. CLASS: FINANCE"
            ELSE
                DISPLAY "4. CLASS: OPERATING".
            MOVE LEASE-COMMENCE-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "5. COMMENCEMENT: " FORMATTED-DATE.
            MOVE LEASE-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "   END:          " FORMATTED-DATE
               "  TERM " LEASE-TERM-MONTHS " MONTHS".
            IF LEASE-PAID-IN-ARREARS
                DISPLAY "6. PAID IN ARREARS"
            ELSE
                DISPLAY "6. PAID IN ADVANCE".
            MOVE LEASE-DISCOUNT-RATE TO RATE-FIELD.
            DISPLAY "7. DISCOUNT RATE: " RATE-FIELD " PCT".
            DISPLAY "8. PAYMENTS:".
            PERFORM DISPLAY-ONE-STEP
               VARYING STEP-INDEX FROM 1 BY 1
               UNTIL STEP-INDEX > 30.
            MOVE LEASE-ROU-ADJUSTMENT TO PAYMENT-FIELD.
            DISPLAY "9. ROU ADJUSTMENT: " PAYMENT-FIELD.
            DISPLAY "10. GL - LIABILITY " LEASE-LIABILITY-GL-CODE
               "  ROU " LEASE-ROU-GL-CODE
               "  ACCUM AMORT " LEASE-ROU-AMORT-GL-CODE.
            DISPLAY "    INTEREST " LEASE-INTEREST-GL-CODE
               "  AMORTIZATION " LEASE-AMORT-GL-CODE
               "  RENT VOUCHERS " LEASE-PAYMENT-GL-CODE.
            DISPLAY "11. BOOKED THROUGH: " LEASE-BOOKED-THROUGH
               "  JOURNALED THROUGH: " LEASE-LAST-MONTH-POSTED.
            MOVE LEASE-TOTAL-PAYMENTS TO AMOUNT-FIELD.
            DISPLAY "   TOTAL PAYMENTS:    " AMOUNT-FIELD.
            MOVE LEASE-INITIAL-LIABILITY TO AMOUNT-FIELD.
            DISPLAY "   INITIAL LIABILITY: " AMOUNT-FIELD.
            MOVE LEASE-INITIAL-ROU TO AMOUNT-FIELD.
            DISPLAY "   INITIAL ROU ASSET: " AMOUNT-FIELD.
            DISPLAY " ".

       DISPLAY-ONE-STEP.
            IF LEASE-STEP-FROM-PERIOD (STEP-INDEX) NOT = ZEROES
                MOVE LEASE-STEP-PAYMENT (STEP-INDEX) TO PAYMENT-FIELD
                DISPLAY "   FROM PERIOD "
                   LEASE-STEP-FROM-PERIOD (STEP-INDEX)
                   " " PAYMENT-FIELD.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-LEASE-RECORD.
            MOVE "Y" TO LEASE-RECORD-FOUND.
            READ LEASE-FILE RECORD
               INVALID KEY
               MOVE "N" TO LEASE-RECORD-FOUND.

       READ-RECUR-RECORD.
            MOVE LEASE-RECUR-TEMPLATE TO RECUR-TEMPLATE-NUMBER.
            MOVE "Y" TO RECUR-RECORD-FOUND.
            READ RECURRING-TEMPLATE-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECUR-RECORD-FOUND.

       READ-GL-ACCOUNT-RECORD.
            MOVE "Y" TO GL-ACCOUNT-RECORD-FOUND.
            READ GL-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO GL-ACCOUNT-RECORD-FOUND.

       READ-NEXT-SCHEDULE-RECORD.
            READ LEASE-SCHEDULE-FILE NEXT RECORD
               AT END MOVE "Y" TO SCHEDULE-FILE-AT-END.
            IF SCHEDULE-FILE-AT-END NOT = "Y"
                IF LSCH-LEASE NOT = LEASE-NUMBER
                    MOVE "Y" TO SCHEDULE-FILE-AT-END.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
