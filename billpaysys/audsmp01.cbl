      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Statistical audit sample of paid vouchers, and the workpaper
      * internal audit tests it from. The population is every
      * voucher paid in a date range for one company (or all),
      * archived vouchers (fdvchhst.cbl) included when asked for,
      * taken in voucher-number order wherever the voucher now
      * lives so archiving cannot change the draw. The sample is
      * drawn one of three ways:
      *   M)onetary-unit - the population's dollars are walked at a
      *                    fixed interval from a random start, each
      *                    voucher holding the dollar struck taken,
      *                    so the big ones are likelier picks;
      *   R)andom        - a set number of vouchers, each with the
      *                    same chance;
      *   S)tratified    - random within up to five amount bands,
      *                    a count for each band.
      * Every voucher at or over the key-item amount is taken as
      * well, and left out of the population the method draws from.
      * The random numbers come from the seed the auditor keys (or
      * the time of day, when none is), through the same generator
      * every time, so the seed and parameters saved on fdsmpl01.cbl
      * reproduce the selection exactly when the sample is re-run -
      * and a re-run says so plainly if the population has changed
      * since the draw.
      * The workpaper lists each voucher sampled with the vendor,
      * invoice, amount, GL coding (distribution lines too), the
      * approver from the vchapp01.cbl audit trail, the check and
      * its cleared date, and blank columns for the test attributes,
      * under the sample's parameters. Spooled as AUDSMP01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audsmp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slvchdst.cbl".
            COPY "slsmpl01.cbl".
            COPY "slaudit01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            SELECT SAMPLE-WORK-FILE
               ASSIGN TO "smpwork"
               ORGANIZATION IS INDEXED
               RECORD KEY IS SAMPLE-WORK-VOUCHER
               ACCESS MODE IS DYNAMIC.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdsmpl01.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

      * One record per voucher in the population, in voucher order,
      * marked with why it was picked (space = not picked): K key
      * item, M monetary unit, R random, S stratified.
       FD   SAMPLE-WORK-FILE
            LABEL RECORDS ARE STANDARD.
       01   SAMPLE-WORK-RECORD.
            05 SAMPLE-WORK-VOUCHER        PIC 9(5).
            05 SAMPLE-WORK-SOURCE         PIC X.
            05 SAMPLE-WORK-AMOUNT         PIC S9(6)V99.
            05 SAMPLE-WORK-BAND           PIC 9.
            05 SAMPLE-WORK-PICK           PIC X.
            05 SAMPLE-WORK-HITS           PIC 9(3).

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 3.

       01   TITLE-LINE.
            05 FILLER                     PIC X(25)
               VALUE "AUDIT SAMPLE WORKPAPER:  ".
            05 PRINT-SAMPLE-NAME          PIC X(20).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-SAMPLE-DESCRIPTION   PIC X(40).
            05 FILLER                     PIC X(9)  VALUE "  RUN ON ".
            05 PRINT-TODAY                PIC Z9/99/9999.
            05 FILLER                     PIC X(4)  VALUE " BY ".
            05 PRINT-OPERATOR             PIC X(10).

       01   HEADING-LINE-1.
            05 FILLER                     PIC X(33)
               VALUE "VOUCH VEND  VENDOR NAME".
            05 FILLER                     PIC X(28)
               VALUE "INVOICE              AMOUNT".
            05 FILLER                     PIC X(41)
               VALUE "GL CODE APPROVER    CHECK CLEARED    PICK".
            05 FILLER                     PIC X(30)
               VALUE "  --- TEST ATTRIBUTES ---".
       01   HEADING-LINE-2.
            05 FILLER                     PIC X(102) VALUE SPACES.
            05 FILLER                     PIC X(30)
               VALUE "  A    B    C    D    E".

       01   DETAIL-LINE.
            05 DETAIL-VOUCHER             PIC 9(5).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-VENDOR              PIC 9(5).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-VENDOR-NAME         PIC X(20).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-INVOICE             PIC X(15).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-AMOUNT              PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-GL-CODE             PIC X(7).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-APPROVER            PIC X(10).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-CHECK               PIC ZZZZZ9.
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-CLEARED             PIC X(10).
            05 FILLER                     PIC X     VALUE SPACE.
            05 DETAIL-PICK                PIC X(4).
            05 FILLER                     PIC X(29)
               VALUE " ___  ___  ___  ___  ___".

       01   DISTRIBUTION-LINE.
            05 FILLER                     PIC X(49) VALUE SPACES.
            05 DIST-LINE-AMOUNT           PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X     VALUE SPACE.
            05 DIST-LINE-GL-CODE          PIC X(6).
            05 FILLER                     PIC X(20)
               VALUE "  DISTRIBUTION LINE".

       01   METHOD-NAMES.
            05 FILLER                     PIC X(14)
               VALUE "MONETARY-UNIT".
            05 FILLER                     PIC X(14) VALUE "RANDOM".
            05 FILLER                     PIC X(14) VALUE "STRATIFIED".
       01   FILLER REDEFINES METHOD-NAMES.
            05 METHOD-NAME                PIC X(14) OCCURS 3 TIMES.
       77   METHOD-INDEX                  PIC 9.

      * The random-number generator - the minimal-standard
      * multiplicative congruential generator (seed times 16807,
      * modulo 2**31 - 1). It gives the same stream from the same
      * seed on any machine, which is what makes a sample
      * reproducible.
       77   RANDOM-SEED                   PIC 9(10).
       77   RANDOM-PRODUCT                PIC 9(15).
       77   RANDOM-QUOTIENT               PIC 9(15).
       77   RANDOM-FRACTION               PIC V9(9).
       77   RANDOM-MODULUS                PIC 9(10) VALUE 2147483647.
       77   TIME-OF-DAY                   PIC 9(8).

      * The population.
       77   POPULATION-COUNT              PIC 9(6).
       77   POPULATION-AMOUNT             PIC S9(11)V99.
       77   KEY-ITEM-COUNT                PIC 9(6).
       77   KEY-ITEM-AMOUNT               PIC S9(11)V99.
       77   DRAW-COUNT                    PIC 9(6).
       77   DRAW-AMOUNT                   PIC S9(11)V99.
       01   BAND-TOTALS.
            05 BAND-TOTAL                 OCCURS 5 TIMES.
               10 BAND-COUNT              PIC 9(6).
               10 BAND-AMOUNT             PIC S9(11)V99.
               10 BAND-LEFT               PIC 9(6).
               10 BAND-NEEDED             PIC 9(6).
       77   BAND-INDEX                    PIC 9.
       77   BAND-LOWER                    PIC S9(6)V99.

      * The draw.
       77   DRAW-LEFT                     PIC 9(6).
       77   DRAW-NEEDED                   PIC 9(6).
       77   DRAW-ODDS                     PIC 9(6)V9(9).
       77   CUMULATIVE-AMOUNT             PIC S9(11)V99.
       77   NEXT-DOLLAR-POINT             PIC S9(11)V99.
       77   POPULATION-CHANGED            PIC X.

      * The workpaper.
       77   PICKED-COUNT                  PIC 9(5).
       77   PICKED-AMOUNT                 PIC S9(11)V99.
       01   PICK-TOTALS.
            05 PICK-TOTAL                 OCCURS 4 TIMES.
               10 PICK-COUNT              PIC 9(5).
               10 PICK-AMOUNT             PIC S9(11)V99.
       01   PICK-NAMES.
            05 FILLER                     PIC X(20)
               VALUE "KEY ITEMS".
            05 FILLER                     PIC X(20)
               VALUE "MONETARY-UNIT PICKS".
            05 FILLER                     PIC X(20)
               VALUE "RANDOM PICKS".
            05 FILLER                     PIC X(20)
               VALUE "STRATIFIED PICKS".
       01   FILLER REDEFINES PICK-NAMES.
            05 PICK-NAME                  PIC X(20) OCCURS 4 TIMES.
       77   PICK-INDEX                    PIC 9.
       77   APPROVER-FOUND                PIC X.
       77   WANTED-VOUCHER-KEY            PIC 9(5).
       77   DISTRIBUTION-LINES            PIC 99.

       77   PRINT-COUNT                   PIC ZZZ,ZZ9.
       77   PRINT-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77   PRINT-AMOUNT-2                PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77   PRINT-DATE-1                  PIC Z9/99/9999.
       77   PRINT-DATE-2                  PIC Z9/99/9999.
       77   PRINT-SEED                    PIC Z(9)9.
       77   PRINT-BAND                    PIC 9.

       77   AMOUNT-ENTRY-FIELD            PIC ZZZ,ZZ9.99-.
       77   SAMPLE-RECORD-FOUND           PIC X.
       77   SAMPLE-IS-NEW                 PIC X.
       77   WANTED-SAMPLE-NAME            PIC X(20).
       77   YES-NO-ANSWER                 PIC X.
       77   METHOD-ANSWER                 PIC X.
       77   TODAY-DATE                    PIC 9(8).
       77   SAMPLES-LISTED                PIC 9(5).
       77   LAST-RUN-SHOWN                PIC X(10).

       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   WORK-FILE-AT-END              PIC X.
       77   SAMPLE-FILE-AT-END            PIC X.
       77   DISTRIBUTION-AT-END           PIC X.
       77   AUDIT-FILE-AT-END             PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.

            COPY "wsspool01.cbl".
            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "R" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            OPEN INPUT DISTRIBUTION-FILE.
            OPEN I-O AUDIT-SAMPLE-FILE.
            OPEN INPUT SYSTEM-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE AUDIT-SAMPLE-FILE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM DO-ONE-MENU-PICK
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "AUDIT SAMPLING OF PAID VOUCHERS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. DRAW A NEW SAMPLE".
            DISPLAY "2. RE-RUN A SAVED SAMPLE".
            DISPLAY "3. LIST THE SAVED SAMPLES".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-3)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       DO-ONE-MENU-PICK.
            IF MENU-PICK = 1
                PERFORM DRAW-A-NEW-SAMPLE.
            IF MENU-PICK = 2
                PERFORM RE-RUN-A-SAVED-SAMPLE.
            IF MENU-PICK = 3
                PERFORM LIST-THE-SAVED-SAMPLES.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * DRAW A NEW SAMPLE
      *--------------------------------
      * A saved sample is never replaced, so a name already on file
      * is turned away before anything else is keyed.
       DRAW-A-NEW-SAMPLE.
            PERFORM ENTER-THE-NEW-NAME.
            IF SAMPLE-IS-NEW = "Y"
                PERFORM DEFINE-THE-SAMPLE
                PERFORM RUN-THE-SAMPLE
                PERFORM SAVE-THE-SAMPLE
                PERFORM PRINT-THE-WORKPAPER.

       ENTER-THE-NEW-NAME.
            DISPLAY "NAME TO SAVE THE SAMPLE UNDER?".
            MOVE SPACES TO WANTED-SAMPLE-NAME.
            ACCEPT WANTED-SAMPLE-NAME.
            INSPECT WANTED-SAMPLE-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE "N" TO SAMPLE-IS-NEW.
            IF WANTED-SAMPLE-NAME = SPACES
                DISPLAY "A SAMPLE MUST BE SAVED BY NAME"
            ELSE
                PERFORM READ-THE-WANTED-SAMPLE
                IF SAMPLE-RECORD-FOUND = "Y"
                    DISPLAY "ALREADY ON FILE, DRAWN BY " SAMPLE-OWNER
                    DISPLAY "RE-RUN IT, OR PICK A NEW NAME"
                ELSE
                    MOVE "Y" TO SAMPLE-IS-NEW.

       DEFINE-THE-SAMPLE.
            INITIALIZE AUDIT-SAMPLE-RECORD.
            MOVE WANTED-SAMPLE-NAME TO SAMPLE-NAME.
            DISPLAY "DESCRIPTION OF THE SAMPLE?".
            ACCEPT SAMPLE-DESCRIPTION.
            INSPECT SAMPLE-DESCRIPTION
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE "COMPANY (0 = ALL COMPANIES)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE SAMPLE-COMPANY =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            PERFORM ENTER-THE-PAID-RANGE.
            DISPLAY "INCLUDE ARCHIVED VOUCHERS (Y/N)?".
            PERFORM ACCEPT-YES-NO-ANSWER.
            MOVE YES-NO-ANSWER TO SAMPLE-INCLUDE-HISTORY.
            DISPLAY "TAKE EVERY VOUCHER OF THIS AMOUNT OR MORE".
            DISPLAY "(0 = NO KEY ITEMS)?".
            ACCEPT AMOUNT-ENTRY-FIELD.
            MOVE AMOUNT-ENTRY-FIELD TO SAMPLE-KEY-AMOUNT.
            PERFORM ENTER-THE-METHOD.
            IF SAMPLE-IS-STRATIFIED
                PERFORM ENTER-THE-BANDS
            ELSE
                MOVE "NUMBER OF VOUCHERS TO SAMPLE?"
                   TO NUMERIC-ENTRY-PROMPT
                PERFORM GET-NUMERIC-ENTRY
                COMPUTE SAMPLE-SIZE =
                   FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            PERFORM ENTER-THE-SEED.

       ENTER-THE-PAID-RANGE.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "PAID FROM (MM/DD/CCYY)?" TO DATE-PROMPT.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO SAMPLE-PAID-FROM.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "PAID THRU (MM/DD/CCYY)?" TO DATE-PROMPT.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO SAMPLE-PAID-THRU.
            IF SAMPLE-PAID-THRU < SAMPLE-PAID-FROM
                DISPLAY "THRU DATE IS BEFORE THE FROM DATE"
                PERFORM ENTER-THE-PAID-RANGE.

       ENTER-THE-METHOD.
            DISPLAY "SAMPLING METHOD:".
            DISPLAY "  M MONETARY-UNIT   R RANDOM   S STRATIFIED".
            MOVE SPACE TO METHOD-ANSWER.
            ACCEPT METHOD-ANSWER.
            INSPECT METHOD-ANSWER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE METHOD-ANSWER TO SAMPLE-METHOD.
            IF NOT SAMPLE-IS-MONETARY-UNIT AND
                  NOT SAMPLE-IS-RANDOM AND
                  NOT SAMPLE-IS-STRATIFIED
                DISPLAY "INVALID ENTRY"
                PERFORM ENTER-THE-METHOD.

       ENTER-THE-BANDS.
            MOVE "NUMBER OF AMOUNT BANDS (1-5)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE SAMPLE-BAND-COUNT =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            IF SAMPLE-BAND-COUNT < 1 OR SAMPLE-BAND-COUNT > 5
                DISPLAY "FROM 1 TO 5 BANDS"
                PERFORM ENTER-THE-BANDS
            ELSE
                MOVE ZERO TO BAND-LOWER
                PERFORM ENTER-ONE-BAND
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > SAMPLE-BAND-COUNT.

      * Each band's upper amount must be above the one before; the
      * last band takes everything above that.
       ENTER-ONE-BAND.
            MOVE BAND-INDEX TO PRINT-BAND.
            IF BAND-INDEX < SAMPLE-BAND-COUNT
                PERFORM ENTER-ONE-BAND-UPPER
            ELSE
                MOVE ZERO TO SAMPLE-BAND-UPPER (BAND-INDEX).
            MOVE SPACES TO NUMERIC-ENTRY-PROMPT.
            STRING "BAND " PRINT-BAND " - VOUCHERS TO SAMPLE?"
               DELIMITED BY SIZE INTO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE SAMPLE-BAND-SIZE (BAND-INDEX) =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            ADD SAMPLE-BAND-SIZE (BAND-INDEX) TO SAMPLE-SIZE.

       ENTER-ONE-BAND-UPPER.
            DISPLAY "BAND " PRINT-BAND " - UPPER AMOUNT?".
            ACCEPT AMOUNT-ENTRY-FIELD.
            MOVE AMOUNT-ENTRY-FIELD TO SAMPLE-BAND-UPPER (BAND-INDEX).
            IF SAMPLE-BAND-UPPER (BAND-INDEX) NOT > BAND-LOWER
                DISPLAY "MUST BE MORE THAN THE BAND BELOW"
                PERFORM ENTER-ONE-BAND-UPPER
            ELSE
                MOVE SAMPLE-BAND-UPPER (BAND-INDEX) TO BAND-LOWER.

      * Zero seeds from the time of day; either way the seed is
      * saved with the sample.
       ENTER-THE-SEED.
            MOVE "RANDOM SEED (0 = FROM THE CLOCK)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE SAMPLE-SEED =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            IF SAMPLE-SEED NOT < RANDOM-MODULUS
                DISPLAY "THE SEED MUST BE UNDER 2147483647"
                PERFORM ENTER-THE-SEED
            ELSE
                IF SAMPLE-SEED = ZERO
                    ACCEPT TIME-OF-DAY FROM TIME
                    COMPUTE SAMPLE-SEED = TIME-OF-DAY + 1
                    MOVE SAMPLE-SEED TO PRINT-SEED
                    DISPLAY "SEED FROM THE CLOCK: " PRINT-SEED.

       ACCEPT-YES-NO-ANSWER.
            MOVE SPACE TO YES-NO-ANSWER.
            ACCEPT YES-NO-ANSWER.
            INSPECT YES-NO-ANSWER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF YES-NO-ANSWER NOT = "Y"
                MOVE "N" TO YES-NO-ANSWER.

      *--------------------------------
      * SAVED SAMPLES
      *--------------------------------
       SAVE-THE-SAMPLE.
            MOVE OPERATOR-ID TO SAMPLE-OWNER.
            MOVE TODAY-DATE TO SAMPLE-SAVED-DATE.
            MOVE POPULATION-COUNT TO SAMPLE-POPULATION-COUNT.
            MOVE POPULATION-AMOUNT TO SAMPLE-POPULATION-AMOUNT.
            MOVE PICKED-COUNT TO SAMPLE-SELECTED-COUNT.
            MOVE TODAY-DATE TO SAMPLE-LAST-RUN-DATE.
            MOVE OPERATOR-ID TO SAMPLE-LAST-RUN-BY.
            MOVE 1 TO SAMPLE-RUN-COUNT.
            WRITE AUDIT-SAMPLE-RECORD
               INVALID KEY
               DISPLAY "ERROR SAVING SAMPLE " SAMPLE-NAME.
            DISPLAY "SAMPLE SAVED AS " SAMPLE-NAME.

       RE-RUN-A-SAVED-SAMPLE.
            PERFORM ENTER-A-SAVED-NAME.
            IF SAMPLE-RECORD-FOUND = "Y"
                DISPLAY SAMPLE-DESCRIPTION
                MOVE "N" TO SAMPLE-IS-NEW
                PERFORM RUN-THE-SAMPLE
                PERFORM LOG-THE-RE-RUN
                PERFORM PRINT-THE-WORKPAPER.

       ENTER-A-SAVED-NAME.
            DISPLAY "NAME OF THE SAVED SAMPLE?".
            MOVE SPACES TO WANTED-SAMPLE-NAME.
            ACCEPT WANTED-SAMPLE-NAME.
            INSPECT WANTED-SAMPLE-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE "N" TO SAMPLE-RECORD-FOUND.
            IF WANTED-SAMPLE-NAME NOT = SPACES
                PERFORM READ-THE-WANTED-SAMPLE
                IF SAMPLE-RECORD-FOUND NOT = "Y"
                    DISPLAY "NO SAVED SAMPLE BY THAT NAME".

       READ-THE-WANTED-SAMPLE.
            MOVE WANTED-SAMPLE-NAME TO SAMPLE-NAME.
            MOVE "Y" TO SAMPLE-RECORD-FOUND.
            READ AUDIT-SAMPLE-FILE RECORD
               INVALID KEY
               MOVE "N" TO SAMPLE-RECORD-FOUND.

      * Only the run is logged - the parameters and the population
      * of the original draw stay as they were.
       LOG-THE-RE-RUN.
            MOVE TODAY-DATE TO SAMPLE-LAST-RUN-DATE.
            MOVE OPERATOR-ID TO SAMPLE-LAST-RUN-BY.
            ADD 1 TO SAMPLE-RUN-COUNT.
            REWRITE AUDIT-SAMPLE-RECORD
               INVALID KEY
               DISPLAY "ERROR UPDATING SAMPLE " SAMPLE-NAME.

       LIST-THE-SAVED-SAMPLES.
            MOVE ZERO TO SAMPLES-LISTED.
            MOVE LOW-VALUES TO SAMPLE-NAME.
            MOVE "N" TO SAMPLE-FILE-AT-END.
            START AUDIT-SAMPLE-FILE
               KEY IS NOT LESS THAN SAMPLE-NAME
               INVALID KEY
               MOVE "Y" TO SAMPLE-FILE-AT-END.
            IF SAMPLE-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-SAMPLE-RECORD.
            PERFORM LIST-ONE-SAVED-SAMPLE
               UNTIL SAMPLE-FILE-AT-END = "Y".
            IF SAMPLES-LISTED = ZERO
                DISPLAY "NO SAMPLES HAVE BEEN SAVED".

       LIST-ONE-SAVED-SAMPLE.
            ADD 1 TO SAMPLES-LISTED.
            MOVE SAMPLE-LAST-RUN-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO LAST-RUN-SHOWN.
            DISPLAY SAMPLE-NAME " " SAMPLE-OWNER " RUNS "
               SAMPLE-RUN-COUNT " LAST " LAST-RUN-SHOWN.
            DISPLAY "    " SAMPLE-DESCRIPTION.
            PERFORM READ-NEXT-SAMPLE-RECORD.

       READ-NEXT-SAMPLE-RECORD.
            READ AUDIT-SAMPLE-FILE NEXT RECORD
               AT END MOVE "Y" TO SAMPLE-FILE-AT-END.

      *--------------------------------
      * RUN THE SAMPLE
      *--------------------------------
      * The population goes to the work file keyed by voucher
      * number, so it is drawn from in the same order however the
      * vouchers are split between the live and archived files;
      * the work file is then read back in that order for the draw
      * and again for the workpaper.
       RUN-THE-SAMPLE.
            MOVE ZERO TO POPULATION-COUNT.
            MOVE ZERO TO POPULATION-AMOUNT.
            MOVE ZERO TO KEY-ITEM-COUNT.
            MOVE ZERO TO KEY-ITEM-AMOUNT.
            MOVE ZERO TO DRAW-COUNT.
            MOVE ZERO TO DRAW-AMOUNT.
            MOVE ZEROES TO BAND-TOTALS.
            MOVE ZEROES TO PICK-TOTALS.
            MOVE ZERO TO PICKED-COUNT.
            MOVE ZERO TO PICKED-AMOUNT.
            OPEN OUTPUT SAMPLE-WORK-FILE.
            PERFORM LOAD-THE-LIVE-VOUCHERS.
            IF SAMPLE-INCLUDE-HISTORY = "Y"
                PERFORM LOAD-THE-ARCHIVED-VOUCHERS.
            CLOSE SAMPLE-WORK-FILE.
            MOVE "N" TO POPULATION-CHANGED.
            IF SAMPLE-IS-NEW NOT = "Y"
                IF POPULATION-COUNT NOT = SAMPLE-POPULATION-COUNT OR
                      POPULATION-AMOUNT NOT = SAMPLE-POPULATION-AMOUNT
                    MOVE "Y" TO POPULATION-CHANGED
                    DISPLAY "*** THE POPULATION HAS CHANGED SINCE THE"
                    DISPLAY "*** SAMPLE WAS DRAWN - THE SELECTION WILL"
                    DISPLAY "*** NOT MATCH THE ORIGINAL WORKPAPER".
            MOVE SAMPLE-SEED TO RANDOM-SEED.
            IF SAMPLE-IS-MONETARY-UNIT
                PERFORM SET-THE-INTERVAL.
            OPEN I-O SAMPLE-WORK-FILE.
            PERFORM DRAW-THE-SAMPLE.
            CLOSE SAMPLE-WORK-FILE.
            DISPLAY PICKED-COUNT " VOUCHER(S) SAMPLED FROM "
               POPULATION-COUNT.

       LOAD-THE-LIVE-VOUCHERS.
            MOVE "L" TO SAMPLE-WORK-SOURCE.
            MOVE ZEROES TO VOUCHER-NUMBER.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM LOAD-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       LOAD-ONE-LIVE-VOUCHER.
            MOVE "L" TO SAMPLE-WORK-SOURCE.
            PERFORM TEST-AND-LOAD-THE-VOUCHER.
            PERFORM READ-NEXT-VOUCHER-RECORD.

      * An archived voucher carries the live layout, so it is tested
      * from the voucher record like any other.
       LOAD-THE-ARCHIVED-VOUCHERS.
            MOVE ZEROES TO HISTORY-VOUCHER-NUMBER.
            MOVE "N" TO HISTORY-FILE-AT-END.
            START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN HISTORY-VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
            IF HISTORY-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-HISTORY-RECORD.
            PERFORM LOAD-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       LOAD-ONE-ARCHIVED-VOUCHER.
            MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
            MOVE "H" TO SAMPLE-WORK-SOURCE.
            PERFORM TEST-AND-LOAD-THE-VOUCHER.
            PERFORM READ-NEXT-HISTORY-RECORD.

       TEST-AND-LOAD-THE-VOUCHER.
            IF VOUCHER-PAID-DATE NOT = ZEROES AND
                  VOUCHER-PAID-DATE NOT < SAMPLE-PAID-FROM AND
                  VOUCHER-PAID-DATE NOT > SAMPLE-PAID-THRU
                IF SAMPLE-COMPANY = ZERO OR
                      VOUCHER-COMPANY = SAMPLE-COMPANY
                    PERFORM LOAD-THE-VOUCHER.

      * Key items are set aside as they load; everything else is
      * counted into its band and into the amount the monetary-
      * unit walk covers (credit memos carry no dollars to strike).
       LOAD-THE-VOUCHER.
            MOVE VOUCHER-NUMBER TO SAMPLE-WORK-VOUCHER.
            MOVE VOUCHER-AMOUNT TO SAMPLE-WORK-AMOUNT.
            MOVE ZERO TO SAMPLE-WORK-BAND.
            MOVE SPACE TO SAMPLE-WORK-PICK.
            MOVE ZERO TO SAMPLE-WORK-HITS.
            IF SAMPLE-KEY-AMOUNT NOT = ZERO AND
                  VOUCHER-AMOUNT NOT < SAMPLE-KEY-AMOUNT
                MOVE "K" TO SAMPLE-WORK-PICK
            ELSE
                IF SAMPLE-IS-STRATIFIED
                    PERFORM FIND-THE-BAND.
            WRITE SAMPLE-WORK-RECORD
               INVALID KEY
               DISPLAY "VOUCHER " VOUCHER-NUMBER
                  " IS BOTH LIVE AND ARCHIVED - SAMPLED ONCE"
               NOT INVALID KEY
               PERFORM COUNT-THE-VOUCHER
            END-WRITE.

       COUNT-THE-VOUCHER.
            ADD 1 TO POPULATION-COUNT.
            ADD VOUCHER-AMOUNT TO POPULATION-AMOUNT.
            IF SAMPLE-WORK-PICK = "K"
                ADD 1 TO KEY-ITEM-COUNT
                ADD VOUCHER-AMOUNT TO KEY-ITEM-AMOUNT
            ELSE
                ADD 1 TO DRAW-COUNT
                IF VOUCHER-AMOUNT > ZERO
                    ADD VOUCHER-AMOUNT TO DRAW-AMOUNT
                END-IF
                IF SAMPLE-WORK-BAND NOT = ZERO
                    ADD 1 TO BAND-COUNT (SAMPLE-WORK-BAND)
                    ADD VOUCHER-AMOUNT
                       TO BAND-AMOUNT (SAMPLE-WORK-BAND).

       FIND-THE-BAND.
            PERFORM CHECK-ONE-BAND
               VARYING BAND-INDEX FROM SAMPLE-BAND-COUNT BY -1
               UNTIL BAND-INDEX < 1.

      * Checked from the top band down, so the last band the amount
      * fits under is the one it lands in.
       CHECK-ONE-BAND.
            IF SAMPLE-BAND-UPPER (BAND-INDEX) = ZERO OR
                  VOUCHER-AMOUNT NOT > SAMPLE-BAND-UPPER (BAND-INDEX)
                MOVE BAND-INDEX TO SAMPLE-WORK-BAND.

      * The interval is the drawable dollars over the sample size,
      * and the start a random point within the first interval.
      * A re-run keeps the interval and start of the first draw.
       SET-THE-INTERVAL.
            IF SAMPLE-IS-NEW = "Y"
                MOVE ZERO TO SAMPLE-INTERVAL
                MOVE ZERO TO SAMPLE-START
                IF SAMPLE-SIZE > ZERO AND DRAW-AMOUNT > ZERO
                    COMPUTE SAMPLE-INTERVAL = DRAW-AMOUNT / SAMPLE-SIZE
                    IF SAMPLE-INTERVAL < .01
                        MOVE .01 TO SAMPLE-INTERVAL
                    END-IF
                    PERFORM NEXT-RANDOM-NUMBER
                    COMPUTE SAMPLE-START ROUNDED =
                       SAMPLE-INTERVAL * RANDOM-FRACTION
                    IF SAMPLE-START < .01
                        MOVE .01 TO SAMPLE-START.
            MOVE ZERO TO CUMULATIVE-AMOUNT.
            MOVE SAMPLE-START TO NEXT-DOLLAR-POINT.

      * The draw - one pass down the population in voucher order.
       DRAW-THE-SAMPLE.
            MOVE DRAW-COUNT TO DRAW-LEFT.
            MOVE SAMPLE-SIZE TO DRAW-NEEDED.
            PERFORM SET-ONE-BAND-DRAW
               VARYING BAND-INDEX FROM 1 BY 1
               UNTIL BAND-INDEX > 5.
            MOVE ZEROES TO SAMPLE-WORK-VOUCHER.
            MOVE "N" TO WORK-FILE-AT-END.
            START SAMPLE-WORK-FILE
               KEY IS NOT LESS THAN SAMPLE-WORK-VOUCHER
               INVALID KEY
               MOVE "Y" TO WORK-FILE-AT-END.
            IF WORK-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-WORK-RECORD.
            PERFORM DRAW-ONE-VOUCHER
               UNTIL WORK-FILE-AT-END = "Y".

       SET-ONE-BAND-DRAW.
            MOVE BAND-COUNT (BAND-INDEX) TO BAND-LEFT (BAND-INDEX).
            MOVE SAMPLE-BAND-SIZE (BAND-INDEX)
               TO BAND-NEEDED (BAND-INDEX).

       DRAW-ONE-VOUCHER.
            IF SAMPLE-WORK-PICK NOT = "K"
                IF SAMPLE-IS-MONETARY-UNIT
                    PERFORM DRAW-BY-MONETARY-UNIT
                ELSE
                    IF SAMPLE-IS-RANDOM
                        PERFORM DRAW-AT-RANDOM
                    ELSE
                        PERFORM DRAW-WITHIN-THE-BAND.
            IF SAMPLE-WORK-PICK NOT = SPACE
                PERFORM TALLY-THE-PICK
                REWRITE SAMPLE-WORK-RECORD
                   INVALID KEY
                   DISPLAY "ERROR MARKING VOUCHER "
                      SAMPLE-WORK-VOUCHER.
            PERFORM READ-NEXT-WORK-RECORD.

      * A voucher is taken when the next dollar point falls within
      * its dollars; a voucher bigger than the interval may take
      * more than one point, and counts each.
       DRAW-BY-MONETARY-UNIT.
            IF SAMPLE-WORK-AMOUNT > ZERO AND SAMPLE-INTERVAL > ZERO
                ADD SAMPLE-WORK-AMOUNT TO CUMULATIVE-AMOUNT
                PERFORM STRIKE-ONE-DOLLAR-POINT
                   UNTIL NEXT-DOLLAR-POINT > CUMULATIVE-AMOUNT
                IF SAMPLE-WORK-HITS > ZERO
                    MOVE "M" TO SAMPLE-WORK-PICK.

       STRIKE-ONE-DOLLAR-POINT.
            ADD 1 TO SAMPLE-WORK-HITS.
            ADD SAMPLE-INTERVAL TO NEXT-DOLLAR-POINT.

      * Selection sampling: with so many still needed out of so many
      * still to come, a voucher is taken with exactly those odds,
      * which takes the number asked for (or all, if there are
      * fewer) with every voucher equally likely.
       DRAW-AT-RANDOM.
            IF DRAW-NEEDED > ZERO
                PERFORM NEXT-RANDOM-NUMBER
                COMPUTE DRAW-ODDS = RANDOM-FRACTION * DRAW-LEFT
                IF DRAW-ODDS < DRAW-NEEDED
                    MOVE "R" TO SAMPLE-WORK-PICK
                    SUBTRACT 1 FROM DRAW-NEEDED.
            SUBTRACT 1 FROM DRAW-LEFT.

       DRAW-WITHIN-THE-BAND.
            MOVE SAMPLE-WORK-BAND TO BAND-INDEX.
            IF BAND-INDEX NOT = ZERO
                IF BAND-NEEDED (BAND-INDEX) > ZERO
                    PERFORM NEXT-RANDOM-NUMBER
                    COMPUTE DRAW-ODDS =
                       RANDOM-FRACTION * BAND-LEFT (BAND-INDEX)
                    IF DRAW-ODDS < BAND-NEEDED (BAND-INDEX)
                        MOVE "S" TO SAMPLE-WORK-PICK
                        SUBTRACT 1 FROM BAND-NEEDED (BAND-INDEX)
                    END-IF
                END-IF
                SUBTRACT 1 FROM BAND-LEFT (BAND-INDEX).

       TALLY-THE-PICK.
            ADD 1 TO PICKED-COUNT.
            ADD SAMPLE-WORK-AMOUNT TO PICKED-AMOUNT.
            IF SAMPLE-WORK-PICK = "K"
                MOVE 1 TO PICK-INDEX.
            IF SAMPLE-WORK-PICK = "M"
                MOVE 2 TO PICK-INDEX.
            IF SAMPLE-WORK-PICK = "R"
                MOVE 3 TO PICK-INDEX.
            IF SAMPLE-WORK-PICK = "S"
                MOVE 4 TO PICK-INDEX.
            ADD 1 TO PICK-COUNT (PICK-INDEX).
            ADD SAMPLE-WORK-AMOUNT TO PICK-AMOUNT (PICK-INDEX).

       NEXT-RANDOM-NUMBER.
            COMPUTE RANDOM-PRODUCT = RANDOM-SEED * 16807.
            DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
               GIVING RANDOM-QUOTIENT REMAINDER RANDOM-SEED.
            COMPUTE RANDOM-FRACTION = RANDOM-SEED / RANDOM-MODULUS.

      *--------------------------------
      * THE WORKPAPER
      *--------------------------------
       PRINT-THE-WORKPAPER.
            MOVE "AUDSMP01" TO SPOOL-NAME-REPORT-ID.
            MOVE "AUDIT SAMPLE WORKPAPER" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            PERFORM PRINT-THE-PARAMETERS.
            MOVE HEADING-LINE-1 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE HEADING-LINE-2 TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            OPEN INPUT SAMPLE-WORK-FILE.
            MOVE ZEROES TO SAMPLE-WORK-VOUCHER.
            MOVE "N" TO WORK-FILE-AT-END.
            START SAMPLE-WORK-FILE
               KEY IS NOT LESS THAN SAMPLE-WORK-VOUCHER
               INVALID KEY
               MOVE "Y" TO WORK-FILE-AT-END.
            IF WORK-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-WORK-RECORD.
            PERFORM PRINT-ONE-WORK-RECORD
               UNTIL WORK-FILE-AT-END = "Y".
            CLOSE SAMPLE-WORK-FILE.
            PERFORM LINE-FEED.
            PERFORM PRINT-THE-PICK-TOTALS.
            CLOSE PRINTER-FILE.

       PRINT-THE-PARAMETERS.
            MOVE SAMPLE-NAME TO PRINT-SAMPLE-NAME.
            MOVE SAMPLE-DESCRIPTION TO PRINT-SAMPLE-DESCRIPTION.
            MOVE TODAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-TODAY.
            MOVE OPERATOR-ID TO PRINT-OPERATOR.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

            MOVE SAMPLE-PAID-FROM TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE-1.
            MOVE SAMPLE-PAID-THRU TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE-2.
            MOVE SPACES TO PRINTER-RECORD.
            IF SAMPLE-COMPANY = ZERO
                STRING "POPULATION: VOUCHERS PAID " PRINT-DATE-1
                   " THRU " PRINT-DATE-2 ", ALL COMPANIES"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
            ELSE
                STRING "POPULATION: VOUCHERS PAID " PRINT-DATE-1
                   " THRU " PRINT-DATE-2 ", COMPANY " SAMPLE-COMPANY
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            IF SAMPLE-INCLUDE-HISTORY = "Y"
                MOVE "LIVE AND ARCHIVED VOUCHERS"
                   TO PRINTER-RECORD (70:26)
            ELSE
                MOVE "LIVE VOUCHERS ONLY" TO PRINTER-RECORD (70:18).
            PERFORM WRITE-TO-PRINTER.

            MOVE POPULATION-COUNT TO PRINT-COUNT.
            MOVE POPULATION-AMOUNT TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  VOUCHERS " PRINT-COUNT "   AMOUNT " PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE KEY-ITEM-COUNT TO PRINT-COUNT.
            MOVE KEY-ITEM-AMOUNT TO PRINT-AMOUNT.
            MOVE SAMPLE-KEY-AMOUNT TO AMOUNT-ENTRY-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            IF SAMPLE-KEY-AMOUNT = ZERO
                MOVE "  NO KEY ITEMS" TO PRINTER-RECORD
            ELSE
                STRING "  KEY ITEMS " PRINT-COUNT "  AMOUNT "
                   PRINT-AMOUNT "  (EVERY VOUCHER OF "
                   AMOUNT-ENTRY-FIELD " OR MORE)"
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            IF SAMPLE-IS-MONETARY-UNIT
                MOVE 1 TO METHOD-INDEX.
            IF SAMPLE-IS-RANDOM
                MOVE 2 TO METHOD-INDEX.
            IF SAMPLE-IS-STRATIFIED
                MOVE 3 TO METHOD-INDEX.
            MOVE SAMPLE-SEED TO PRINT-SEED.
            MOVE SAMPLE-SIZE TO PRINT-COUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "METHOD: " METHOD-NAME (METHOD-INDEX)
               "  SAMPLE SIZE " PRINT-COUNT
               "  RANDOM SEED " PRINT-SEED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF SAMPLE-IS-MONETARY-UNIT
                PERFORM PRINT-THE-INTERVAL.
            IF SAMPLE-IS-STRATIFIED
                PERFORM PRINT-ONE-BAND
                   VARYING BAND-INDEX FROM 1 BY 1
                   UNTIL BAND-INDEX > SAMPLE-BAND-COUNT.

            MOVE SAMPLE-SAVED-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-DATE-1.
            MOVE SAMPLE-RUN-COUNT TO PRINT-COUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "DRAWN " PRINT-DATE-1 " BY " SAMPLE-OWNER
               "  RUN NUMBER " PRINT-COUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF POPULATION-CHANGED = "Y"
                MOVE SAMPLE-POPULATION-COUNT TO PRINT-COUNT
                MOVE SAMPLE-POPULATION-AMOUNT TO PRINT-AMOUNT
                MOVE SPACES TO PRINTER-RECORD
                STRING "*** POPULATION HAS CHANGED SINCE THE DRAW - "
                   "IT WAS " PRINT-COUNT " VOUCHERS, " PRINT-AMOUNT
                   " - SELECTION DOES NOT MATCH THE ORIGINAL ***"
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE "TEST ATTRIBUTES:  A ____________________"
               TO PRINTER-RECORD.
            MOVE "B ____________________" TO PRINTER-RECORD (43:22).
            MOVE "C ____________________" TO PRINTER-RECORD (67:22).
            PERFORM WRITE-TO-PRINTER.
            MOVE "D ____________________" TO PRINTER-RECORD (19:22).
            MOVE "E ____________________" TO PRINTER-RECORD (43:22).
            MOVE "TESTED BY ________  DATE ________"
               TO PRINTER-RECORD (67:33).
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       PRINT-THE-INTERVAL.
            MOVE SAMPLE-INTERVAL TO PRINT-AMOUNT.
            MOVE SAMPLE-START TO PRINT-AMOUNT-2.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  SAMPLING INTERVAL " PRINT-AMOUNT
               "  RANDOM START " PRINT-AMOUNT-2
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-BAND.
            MOVE BAND-INDEX TO PRINT-BAND.
            MOVE BAND-COUNT (BAND-INDEX) TO PRINT-COUNT.
            MOVE BAND-AMOUNT (BAND-INDEX) TO PRINT-AMOUNT.
            MOVE SAMPLE-BAND-UPPER (BAND-INDEX) TO AMOUNT-ENTRY-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            IF SAMPLE-BAND-UPPER (BAND-INDEX) = ZERO
                STRING "  BAND " PRINT-BAND "  OVER THE BAND BELOW "
                   DELIMITED BY SIZE INTO PRINTER-RECORD
            ELSE
                STRING "  BAND " PRINT-BAND "  UP TO "
                   AMOUNT-ENTRY-FIELD
                   DELIMITED BY SIZE INTO PRINTER-RECORD.
            MOVE "VOUCHERS" TO PRINTER-RECORD (36:8).
            MOVE PRINT-COUNT TO PRINTER-RECORD (45:7).
            MOVE PRINT-AMOUNT TO PRINTER-RECORD (53:19).
            MOVE SAMPLE-BAND-SIZE (BAND-INDEX) TO PRINT-COUNT.
            MOVE "SAMPLED" TO PRINTER-RECORD (74:7).
            MOVE PRINT-COUNT TO PRINTER-RECORD (82:7).
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-WORK-RECORD.
            IF SAMPLE-WORK-PICK NOT = SPACE
                PERFORM PRINT-ONE-SAMPLED-VOUCHER.
            PERFORM READ-NEXT-WORK-RECORD.

       PRINT-ONE-SAMPLED-VOUCHER.
            PERFORM READ-THE-SAMPLED-VOUCHER.
            MOVE SAMPLE-WORK-VOUCHER TO DETAIL-VOUCHER.
            MOVE VOUCHER-VENDOR TO DETAIL-VENDOR.
            PERFORM LOOK-UP-THE-VENDOR.
            MOVE VENDOR-NAME TO DETAIL-VENDOR-NAME.
            MOVE VOUCHER-INVOICE TO DETAIL-INVOICE.
            MOVE VOUCHER-AMOUNT TO DETAIL-AMOUNT.
            PERFORM COUNT-THE-DISTRIBUTION-LINES.
            IF DISTRIBUTION-LINES = ZERO
                MOVE VOUCHER-GL-CODE TO DETAIL-GL-CODE
            ELSE
                MOVE "SPLIT" TO DETAIL-GL-CODE.
            PERFORM FIND-THE-APPROVER.
            MOVE VOUCHER-CHECK-NO TO DETAIL-CHECK.
            IF VOUCHER-CLEARED-DATE = ZEROES
                MOVE "NOT CLEAR" TO DETAIL-CLEARED
            ELSE
                MOVE VOUCHER-CLEARED-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO DETAIL-CLEARED.
            PERFORM SET-THE-PICK-CODE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF DISTRIBUTION-LINES NOT = ZERO
                PERFORM PRINT-THE-DISTRIBUTION-LINES.

      * The work record says which file the voucher was found in;
      * an archived one is moved into the live layout.
       READ-THE-SAMPLED-VOUCHER.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            IF SAMPLE-WORK-SOURCE = "H"
                MOVE SAMPLE-WORK-VOUCHER TO HISTORY-VOUCHER-NUMBER
                READ VOUCHER-HISTORY-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO VOUCHER-RECORD-FOUND
                END-READ
                IF VOUCHER-RECORD-FOUND = "Y"
                    MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD
                END-IF
            ELSE
                MOVE SAMPLE-WORK-VOUCHER TO VOUCHER-NUMBER
                READ VOUCHER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-RECORD-FOUND = "N"
                INITIALIZE VOUCHER-RECORD
                MOVE SAMPLE-WORK-VOUCHER TO VOUCHER-NUMBER
                MOVE "**NOT FOUND**" TO VOUCHER-INVOICE
                MOVE SAMPLE-WORK-AMOUNT TO VOUCHER-AMOUNT.

       LOOK-UP-THE-VENDOR.
            MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE "**NOT FOUND**" TO VENDOR-NAME.

       SET-THE-PICK-CODE.
            MOVE SPACES TO DETAIL-PICK.
            IF SAMPLE-WORK-PICK = "K"
                MOVE "KEY" TO DETAIL-PICK.
            IF SAMPLE-WORK-PICK = "M"
                MOVE "MUS" TO DETAIL-PICK
                IF SAMPLE-WORK-HITS > 1
                    MOVE "MUS+" TO DETAIL-PICK.
            IF SAMPLE-WORK-PICK = "R"
                MOVE "RND" TO DETAIL-PICK.
            IF SAMPLE-WORK-PICK = "S"
                MOVE SAMPLE-WORK-BAND TO PRINT-BAND
                STRING "BND" PRINT-BAND
                   DELIMITED BY SIZE INTO DETAIL-PICK.

      * The approver is the operator on the vchapp01.cbl audit
      * record for the voucher, looked for on the day the voucher
      * was approved. Below the approval threshold there is none.
       FIND-THE-APPROVER.
            IF NOT VOUCHER-APPROVED
                MOVE "NOT NEEDED" TO DETAIL-APPROVER
            ELSE
                MOVE "NOT FOUND" TO DETAIL-APPROVER
                IF VOUCHER-APPROVED-DATE NOT = ZEROES
                    PERFORM SEARCH-THE-APPROVALS.

       SEARCH-THE-APPROVALS.
            MOVE VOUCHER-NUMBER TO WANTED-VOUCHER-KEY.
            MOVE "N" TO APPROVER-FOUND.
            MOVE "vchapp01" TO SYSTEM-AUDIT-PROGRAM-ID.
            MOVE VOUCHER-APPROVED-DATE TO SYSTEM-AUDIT-DATE.
            MOVE ZEROES TO SYSTEM-AUDIT-TIME.
            MOVE ZEROES TO SYSTEM-AUDIT-SEQ.
            MOVE "N" TO AUDIT-FILE-AT-END.
            START SYSTEM-AUDIT-FILE
               KEY IS NOT LESS THAN SYSTEM-AUDIT-KEY
               INVALID KEY
               MOVE "Y" TO AUDIT-FILE-AT-END.
            PERFORM CHECK-ONE-APPROVAL
               UNTIL AUDIT-FILE-AT-END = "Y" OR
                     APPROVER-FOUND = "Y".

       CHECK-ONE-APPROVAL.
            READ SYSTEM-AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO AUDIT-FILE-AT-END.
            IF AUDIT-FILE-AT-END NOT = "Y"
                IF SYSTEM-AUDIT-PROGRAM-ID NOT = "vchapp01" OR
                      SYSTEM-AUDIT-DATE NOT = VOUCHER-APPROVED-DATE
                    MOVE "Y" TO AUDIT-FILE-AT-END
                ELSE
                    IF SYSTEM-AUDIT-RECORD-KEY (1 : 5) =
                          WANTED-VOUCHER-KEY
                        MOVE "Y" TO APPROVER-FOUND
                        MOVE SYSTEM-AUDIT-OPERATOR-ID
                           TO DETAIL-APPROVER.

       COUNT-THE-DISTRIBUTION-LINES.
            MOVE ZERO TO DISTRIBUTION-LINES.
            PERFORM START-THE-DISTRIBUTION-LINES.
            PERFORM COUNT-ONE-DISTRIBUTION-LINE
               UNTIL DISTRIBUTION-AT-END = "Y".

       COUNT-ONE-DISTRIBUTION-LINE.
            PERFORM READ-NEXT-DISTRIBUTION-LINE.
            IF DISTRIBUTION-AT-END NOT = "Y"
                ADD 1 TO DISTRIBUTION-LINES.

       PRINT-THE-DISTRIBUTION-LINES.
            PERFORM START-THE-DISTRIBUTION-LINES.
            PERFORM PRINT-ONE-DISTRIBUTION-LINE
               UNTIL DISTRIBUTION-AT-END = "Y".

       PRINT-ONE-DISTRIBUTION-LINE.
            PERFORM READ-NEXT-DISTRIBUTION-LINE.
            IF DISTRIBUTION-AT-END NOT = "Y"
                MOVE DIST-AMOUNT TO DIST-LINE-AMOUNT
                MOVE DIST-GL-CODE TO DIST-LINE-GL-CODE
                MOVE DISTRIBUTION-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       START-THE-DISTRIBUTION-LINES.
            MOVE "N" TO DISTRIBUTION-AT-END.
            MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NUMBER.
            MOVE ZEROES TO DIST-LINE-NUMBER.
            START DISTRIBUTION-FILE
               KEY IS NOT LESS THAN DISTRIBUTION-KEY
               INVALID KEY
               MOVE "Y" TO DISTRIBUTION-AT-END.

       READ-NEXT-DISTRIBUTION-LINE.
            READ DISTRIBUTION-FILE NEXT RECORD
               AT END MOVE "Y" TO DISTRIBUTION-AT-END.
            IF DISTRIBUTION-AT-END NOT = "Y"
                IF DIST-VOUCHER-NUMBER NOT = VOUCHER-NUMBER
                    MOVE "Y" TO DISTRIBUTION-AT-END.

       PRINT-THE-PICK-TOTALS.
            PERFORM PRINT-ONE-PICK-TOTAL
               VARYING PICK-INDEX FROM 1 BY 1
               UNTIL PICK-INDEX > 4.
            MOVE PICKED-COUNT TO PRINT-COUNT.
            MOVE PICKED-AMOUNT TO PRINT-AMOUNT.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "VOUCHERS SAMPLED      " PRINT-COUNT "  "
               PRINT-AMOUNT
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-PICK-TOTAL.
            IF PICK-COUNT (PICK-INDEX) NOT = ZERO
                MOVE PICK-COUNT (PICK-INDEX) TO PRINT-COUNT
                MOVE PICK-AMOUNT (PICK-INDEX) TO PRINT-AMOUNT
                MOVE SPACES TO PRINTER-RECORD
                STRING PICK-NAME (PICK-INDEX) "  " PRINT-COUNT "  "
                   PRINT-AMOUNT
                   DELIMITED BY SIZE INTO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-HISTORY-RECORD.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-NEXT-WORK-RECORD.
            READ SAMPLE-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".

            COPY "plspool01.cbl".
