      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Ad hoc voucher query - the "can you pull me a list of..."
      * questions from finance, answered without a new program.
      * The operator picks up to ten columns from the field list
      * below (voucher fields, the voucher's vendor joined from the
      * vendor master), sets whatever filters the question needs -
      * vendor range, company, voucher/due/paid date ranges,
      * status, GL code, job, PO, amount range - and the order, and
      * sends the answer to the printer or to a comma-delimited
      * (CSV) file. Archived vouchers (fdvchhst.cbl) are read too
      * when asked for; the SOURCE column tells them apart.
      * A query can be saved by name (fdqdef01.cbl) so a list that
      * comes round every month is re-run with one answer; only the
      * operator who saved a query may replace or delete it. Every
      * run, printed or CSV, is written through the spool
      * (plspool01.cbl) and so lands in the spool catalog with the
      * operator who ran it.
      * The vendor's bank account number is not on the field list;
      * the tax id is, and shows masked to the last four digits
      * unless the operator may see sensitive data (plmask02.cbl),
      * every full view going on the audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. qryrun01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".
            COPY "slqdef01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slaudit01.cbl".

            SELECT QUERY-WORK-FILE
               ASSIGN TO "qrywork"
               ORGANIZATION IS INDEXED
               RECORD KEY IS QUERY-WORK-KEY
               ACCESS MODE IS DYNAMIC.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CSV-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdqdef01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdaudit01.cbl".

      * One record per voucher the filters let through, keyed by the
      * chosen order, then the voucher number to break ties.
       FD   QUERY-WORK-FILE
            LABEL RECORDS ARE STANDARD.
       01   QUERY-WORK-RECORD.
            05 QUERY-WORK-KEY.
               10 QUERY-WORK-SORT         PIC X(30).
               10 QUERY-WORK-VOUCHER      PIC 9(5).
               10 QUERY-WORK-SOURCE       PIC X.

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(132).

       FD   CSV-FILE
            LABEL RECORDS ARE STANDARD.
       01   CSV-RECORD                    PIC X(400).

       WORKING-STORAGE SECTION.

      * The fields a query may pick, in the order the operator sees
      * them: the column heading, the width it takes on the printed
      * page, and its kind - A text, N number, M money, D date,
      * S sensitive (masked).
       01   FIELD-TABLE-VALUES.
            05 FILLER PIC X(17) VALUE "VOUCHER       07N".
            05 FILLER PIC X(17) VALUE "VENDOR        06N".
            05 FILLER PIC X(17) VALUE "VENDOR NAME   30A".
            05 FILLER PIC X(17) VALUE "INVOICE       15A".
            05 FILLER PIC X(17) VALUE "FOR           30A".
            05 FILLER PIC X(17) VALUE "AMOUNT        14M".
            05 FILLER PIC X(17) VALUE "VOUCHER DATE  12D".
            05 FILLER PIC X(17) VALUE "DUE DATE      10D".
            05 FILLER PIC X(17) VALUE "INVOICE DATE  12D".
            05 FILLER PIC X(17) VALUE "PAID AMOUNT   14M".
            05 FILLER PIC X(17) VALUE "PAID DATE     10D".
            05 FILLER PIC X(17) VALUE "CHECK         06N".
            05 FILLER PIC X(17) VALUE "BANK          04A".
            05 FILLER PIC X(17) VALUE "GL CODE       07A".
            05 FILLER PIC X(17) VALUE "PO            06N".
            05 FILLER PIC X(17) VALUE "JOB           08A".
            05 FILLER PIC X(17) VALUE "CONTRACT      08A".
            05 FILLER PIC X(17) VALUE "COMPANY       07N".
            05 FILLER PIC X(17) VALUE "STATUS        10A".
            05 FILLER PIC X(17) VALUE "DISC TAKEN    14M".
            05 FILLER PIC X(17) VALUE "TAX AMOUNT    14M".
            05 FILLER PIC X(17) VALUE "OPEN AMOUNT   14M".
            05 FILLER PIC X(17) VALUE "ENTERED BY    10A".
            05 FILLER PIC X(17) VALUE "VENDOR CITY   20A".
            05 FILLER PIC X(17) VALUE "STATE         05A".
            05 FILLER PIC X(17) VALUE "VENDOR STATUS 13A".
            05 FILLER PIC X(17) VALUE "TAX ID        11S".
            05 FILLER PIC X(17) VALUE "SOURCE        06A".
       01   FILLER REDEFINES FIELD-TABLE-VALUES.
            05 FIELD-ENTRY                OCCURS 28 TIMES.
               10 FIELD-HEADING           PIC X(14).
               10 FIELD-WIDTH             PIC 99.
               10 FIELD-KIND              PIC X.
       77   FIELD-COUNT                   PIC 99 VALUE 28.

       01   SORT-TABLE-VALUES.
            05 FILLER PIC X(22) VALUE "VOUCHER NUMBER".
            05 FILLER PIC X(22) VALUE "VENDOR NUMBER".
            05 FILLER PIC X(22) VALUE "VENDOR NAME".
            05 FILLER PIC X(22) VALUE "VOUCHER DATE".
            05 FILLER PIC X(22) VALUE "DUE DATE".
            05 FILLER PIC X(22) VALUE "PAID DATE".
            05 FILLER PIC X(22) VALUE "AMOUNT, LARGEST FIRST".
            05 FILLER PIC X(22) VALUE "GL CODE".
            05 FILLER PIC X(22) VALUE "JOB".
       01   FILLER REDEFINES SORT-TABLE-VALUES.
            05 SORT-NAME                  PIC X(22) OCCURS 9 TIMES.

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 4.

       01   TITLE-LINE.
            05 FILLER                     PIC X(14)
               VALUE "AD HOC QUERY: ".
            05 PRINT-QUERY-NAME           PIC X(20).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-QUERY-DESCRIPTION    PIC X(40).
            05 FILLER                     PIC X(9)  VALUE "  RUN ON ".
            05 PRINT-TODAY                PIC Z9/99/9999.
            05 FILLER                     PIC X(4)  VALUE " BY ".
            05 PRINT-OPERATOR             PIC X(10).

       01   SELECTION-LINE.
            05 FILLER                     PIC X(9)  VALUE "COMPANY: ".
            05 PRINT-COMPANY              PIC X(3).
            05 FILLER                     PIC X(11)
               VALUE "  VOUCHERS:".
            05 PRINT-SOURCES              PIC X(18).
            05 FILLER                     PIC X(11)
               VALUE "  ORDER BY:".
            05 PRINT-ORDER                PIC X(22).

       01   COUNT-LINE.
            05 PRINT-VOUCHER-COUNT        PIC ZZZ,ZZ9.
            05 FILLER                     PIC X(20)
               VALUE " VOUCHER(S) LISTED".

       77   PRINT-LINE                    PIC X(132).
       77   PRINT-POSITION                PIC 999.
       77   LINE-WIDTH                    PIC 999.
       77   CSV-POSITION                  PIC 999.

      * The value of one column for the voucher in hand, as printed;
      * a money column's CSV value is unedited (no commas).
       77   COLUMN-TEXT                   PIC X(30).
       77   COLUMN-CSV-TEXT               PIC X(30).
       77   COLUMN-NUMBER                 PIC 9(6).
       77   COLUMN-MONEY                  PIC S9(9)V99.
       77   COLUMN-DATE                   PIC 9(8).
       77   NUMBER-EDIT                   PIC ZZZZZ9.
       77   MONEY-EDIT                    PIC ZZ,ZZZ,ZZ9.99-.
       77   CSV-MONEY-EDIT                PIC -(9)9.99.

       01   COLUMN-TOTALS.
            05 COLUMN-TOTAL               PIC S9(9)V99
                                          OCCURS 10 TIMES.

       77   COLUMN-INDEX                  PIC 99.
       77   COLUMN-COUNT                  PIC 99.
       77   COLUMN-SHOWN                  PIC Z9.
       77   FIELD-INDEX                   PIC 99.
       77   FIELD-SHOWN                   PIC Z9.
       77   NEXT-FIELD-SHOWN              PIC Z9.
       77   FIELD-PICK                    PIC 99.
       77   COLUMNS-DONE                  PIC X.

       77   STATUS-TEXT                   PIC X(10).
       77   OPEN-AMOUNT                   PIC S9(6)V99.
       77   AMOUNT-RANK                   PIC 9(9).
       77   AMOUNT-ENTRY-FIELD            PIC ZZZ,ZZ9.99-.
       77   VENDOR-STATUS-TEXT            PIC X(8).
       77   SELECTED-SOURCE               PIC X.
       77   VOUCHER-PASSES                PIC X.
       77   VENDOR-RECORD-FOUND           PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   QUERY-RECORD-FOUND            PIC X.
       77   QUERY-IS-SAVED                PIC X.
       77   WANTED-QUERY-NAME             PIC X(20).
       77   YES-NO-ANSWER                 PIC X.
       77   STATUS-ANSWER                 PIC X.
            88 STATUS-ANSWER-IS-VALID     VALUES "A" "O" "P" "U" "D".
       77   OUTPUT-FORMAT-CHOICE          PIC X.
       77   SORT-CHOICE                   PIC 9.
       77   TODAY-DATE                    PIC 9(8).
       77   VOUCHERS-LISTED               PIC 9(6).
       77   QUERIES-LISTED                PIC 9(5).
       77   LAST-RUN-SHOWN                PIC X(10).

       77   VOUCHER-FILE-AT-END           PIC X.
       77   HISTORY-FILE-AT-END           PIC X.
       77   WORK-FILE-AT-END              PIC X.
       77   QUERY-FILE-AT-END             PIC X.

            COPY "wsspool01.cbl".
            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "R" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE "qryrun01" TO SENSITIVE-PROGRAM-ID.
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
            OPEN I-O QUERY-DEFINITION-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.
            CLOSE QUERY-DEFINITION-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE SYSTEM-AUDIT-FILE.

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
            DISPLAY "AD HOC VOUCHER QUERY - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. BUILD AND RUN A NEW QUERY".
            DISPLAY "2. RUN A SAVED QUERY".
            DISPLAY "3. LIST THE SAVED QUERIES".
            DISPLAY "4. DELETE A SAVED QUERY".
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

       DO-ONE-MENU-PICK.
            IF MENU-PICK = 1
                PERFORM BUILD-A-NEW-QUERY.
            IF MENU-PICK = 2
                PERFORM RUN-A-SAVED-QUERY.
            IF MENU-PICK = 3
                PERFORM LIST-THE-SAVED-QUERIES.
            IF MENU-PICK = 4
                PERFORM DELETE-A-SAVED-QUERY.
            PERFORM GET-MENU-PICK.

      *--------------------------------
      * BUILD A NEW QUERY
      *--------------------------------
      * The name comes first, so a name already taken by another
      * operator is turned away before any of the query is keyed.
       BUILD-A-NEW-QUERY.
            PERFORM ENTER-THE-NEW-NAME.
            IF QUERY-IS-SAVED NOT = "X"
                PERFORM DEFINE-THE-QUERY
                IF QUERY-IS-SAVED = "Y"
                    PERFORM SAVE-THE-QUERY
                END-IF
                PERFORM RUN-THE-QUERY.

       ENTER-THE-NEW-NAME.
            DISPLAY "NAME TO SAVE THE QUERY UNDER".
            DISPLAY "(BLANK = RUN IT ONCE WITHOUT SAVING)?".
            MOVE SPACES TO WANTED-QUERY-NAME.
            ACCEPT WANTED-QUERY-NAME.
            INSPECT WANTED-QUERY-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE "N" TO QUERY-IS-SAVED.
            IF WANTED-QUERY-NAME NOT = SPACES
                PERFORM CHECK-THE-NEW-NAME.

       CHECK-THE-NEW-NAME.
            MOVE "Y" TO QUERY-IS-SAVED.
            PERFORM READ-THE-WANTED-QUERY.
            IF QUERY-RECORD-FOUND = "Y"
                IF QUERY-OWNER NOT = OPERATOR-ID
                    DISPLAY "ALREADY SAVED BY " QUERY-OWNER
                       " - PICK ANOTHER NAME"
                    MOVE "X" TO QUERY-IS-SAVED
                ELSE
                    DISPLAY "YOU ALREADY HAVE A QUERY BY THAT NAME:"
                    DISPLAY "  " QUERY-DESCRIPTION
                    DISPLAY "REPLACE IT (Y/N)?"
                    PERFORM ACCEPT-YES-NO-ANSWER
                    IF YES-NO-ANSWER NOT = "Y"
                        MOVE "X" TO QUERY-IS-SAVED.

       DEFINE-THE-QUERY.
            INITIALIZE QUERY-DEFINITION-RECORD.
            MOVE WANTED-QUERY-NAME TO QUERY-NAME.
            IF QUERY-IS-SAVED = "Y"
                DISPLAY "DESCRIPTION OF THE QUERY?"
                ACCEPT QUERY-DESCRIPTION
                INSPECT QUERY-DESCRIPTION
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            PERFORM PICK-THE-COLUMNS.
            PERFORM PICK-THE-FILTERS.
            PERFORM PICK-THE-ORDER.
            PERFORM PICK-THE-OUTPUT.

      *--------------------------------
      * COLUMNS
      *--------------------------------
       PICK-THE-COLUMNS.
            DISPLAY " ".
            DISPLAY "FIELDS THAT CAN BE LISTED:".
            PERFORM SHOW-TWO-FIELDS
               VARYING FIELD-INDEX FROM 1 BY 2
                 UNTIL FIELD-INDEX > FIELD-COUNT.
            DISPLAY "PICK UP TO 10 COLUMNS, IN THE ORDER TO LIST THEM".
            MOVE ZERO TO COLUMN-COUNT.
            MOVE ZERO TO LINE-WIDTH.
            MOVE "N" TO COLUMNS-DONE.
            PERFORM PICK-ONE-COLUMN
               UNTIL COLUMNS-DONE = "Y" OR COLUMN-COUNT = 10.

       SHOW-TWO-FIELDS.
            MOVE FIELD-INDEX TO FIELD-SHOWN.
            IF FIELD-INDEX < FIELD-COUNT
                COMPUTE NEXT-FIELD-SHOWN = FIELD-INDEX + 1
                DISPLAY "  " FIELD-SHOWN ". "
                   FIELD-HEADING (FIELD-INDEX)
                   "     " NEXT-FIELD-SHOWN ". "
                   FIELD-HEADING (FIELD-INDEX + 1)
            ELSE
                DISPLAY "  " FIELD-SHOWN ". "
                   FIELD-HEADING (FIELD-INDEX).

      * Zero ends the list; the printed line has 132 columns, and a
      * field that would run past them is turned away.
       PICK-ONE-COLUMN.
            COMPUTE COLUMN-SHOWN = COLUMN-COUNT + 1.
            MOVE SPACES TO NUMERIC-ENTRY-PROMPT.
            STRING "COLUMN " COLUMN-SHOWN
                   " - FIELD NUMBER (0 = NO MORE)?"
               DELIMITED BY SIZE INTO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE FIELD-PICK = FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            IF FIELD-PICK = ZERO
                IF COLUMN-COUNT = ZERO
                    DISPLAY "PICK AT LEAST ONE COLUMN"
                ELSE
                    MOVE "Y" TO COLUMNS-DONE
                END-IF
            ELSE
                IF FIELD-PICK > FIELD-COUNT
                    DISPLAY "NO SUCH FIELD"
                ELSE
                    IF LINE-WIDTH + FIELD-WIDTH (FIELD-PICK) > 132
                        DISPLAY "NO ROOM FOR THAT COLUMN ON THE PAGE"
                    ELSE
                        PERFORM ADD-THE-COLUMN.

       ADD-THE-COLUMN.
            ADD 1 TO COLUMN-COUNT.
            MOVE FIELD-PICK TO QUERY-COLUMN (COLUMN-COUNT).
            COMPUTE LINE-WIDTH = LINE-WIDTH
               + FIELD-WIDTH (FIELD-PICK) + 1.

      *--------------------------------
      * FILTERS
      *--------------------------------
       PICK-THE-FILTERS.
            DISPLAY " ".
            DISPLAY "FILTERS - A ZERO OR BLANK ANSWER LETS ALL THROUGH".
            MOVE "VENDOR NUMBER FROM (0 = FIRST)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE QUERY-VENDOR-FROM =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            MOVE "VENDOR NUMBER THRU (0 = LAST)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE QUERY-VENDOR-THRU =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).
            MOVE "COMPANY (0 = ALL COMPANIES)?"
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE QUERY-COMPANY =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).

            DISPLAY "VOUCHER DATE RANGE (0 = NO LIMIT)".
            PERFORM ENTER-FROM-DATE.
            MOVE DATE-CCYYMMDD TO QUERY-DATE-FROM.
            PERFORM ENTER-THRU-DATE.
            MOVE DATE-CCYYMMDD TO QUERY-DATE-THRU.
            DISPLAY "DUE DATE RANGE (0 = NO LIMIT)".
            PERFORM ENTER-FROM-DATE.
            MOVE DATE-CCYYMMDD TO QUERY-DUE-FROM.
            PERFORM ENTER-THRU-DATE.
            MOVE DATE-CCYYMMDD TO QUERY-DUE-THRU.
            DISPLAY "PAID DATE RANGE (0 = NO LIMIT)".
            PERFORM ENTER-FROM-DATE.
            MOVE DATE-CCYYMMDD TO QUERY-PAID-FROM.
            PERFORM ENTER-THRU-DATE.
            MOVE DATE-CCYYMMDD TO QUERY-PAID-THRU.

            PERFORM ENTER-THE-STATUS.
            MOVE STATUS-ANSWER TO QUERY-STATUS.

            DISPLAY "GL CODE (BLANK = ANY)?".
            ACCEPT QUERY-GL-CODE.
            INSPECT QUERY-GL-CODE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            DISPLAY "JOB NUMBER (BLANK = ANY)?".
            ACCEPT QUERY-JOB-NUMBER.
            INSPECT QUERY-JOB-NUMBER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE "PO NUMBER (0 = ANY)?" TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            COMPUTE QUERY-PO-NUMBER =
               FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD).

            DISPLAY "LIMIT BY VOUCHER AMOUNT (Y/N)?".
            PERFORM ACCEPT-YES-NO-ANSWER.
            MOVE YES-NO-ANSWER TO QUERY-AMOUNT-FILTER.
            IF QUERY-AMOUNT-FILTER = "Y"
                PERFORM ENTER-THE-AMOUNT-RANGE.

            DISPLAY "INCLUDE ARCHIVED VOUCHERS (Y/N)?".
            PERFORM ACCEPT-YES-NO-ANSWER.
            MOVE YES-NO-ANSWER TO QUERY-INCLUDE-HISTORY.

       ENTER-FROM-DATE.
            MOVE "Y" TO ZERO-DATE-IS-OK.
            MOVE "FROM DATE (MM/DD/CCYY, 0 = ANY)?" TO DATE-PROMPT.
            DISPLAY "  FROM:".
            PERFORM GET-A-DATE.

       ENTER-THRU-DATE.
            MOVE "Y" TO ZERO-DATE-IS-OK.
            MOVE "THRU DATE (MM/DD/CCYY, 0 = ANY)?" TO DATE-PROMPT.
            DISPLAY "  THRU:".
            PERFORM GET-A-DATE.

       ENTER-THE-STATUS.
            DISPLAY "VOUCHER STATUS:".
            DISPLAY "  A ALL   O OPEN   P PAID".
            DISPLAY "  U AWAITING APPROVAL   D IN DISPUTE".
            MOVE SPACE TO STATUS-ANSWER.
            ACCEPT STATUS-ANSWER.
            INSPECT STATUS-ANSWER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF STATUS-ANSWER = SPACE
                MOVE "A" TO STATUS-ANSWER.
            IF NOT STATUS-ANSWER-IS-VALID
                DISPLAY "INVALID ENTRY"
                PERFORM ENTER-THE-STATUS.

       ENTER-THE-AMOUNT-RANGE.
            DISPLAY "AMOUNT FROM?".
            ACCEPT AMOUNT-ENTRY-FIELD.
            MOVE AMOUNT-ENTRY-FIELD TO QUERY-AMOUNT-FROM.
            DISPLAY "AMOUNT THRU?".
            ACCEPT AMOUNT-ENTRY-FIELD.
            MOVE AMOUNT-ENTRY-FIELD TO QUERY-AMOUNT-THRU.
            IF QUERY-AMOUNT-THRU < QUERY-AMOUNT-FROM
                DISPLAY "THRU AMOUNT IS LESS THAN THE FROM AMOUNT"
                PERFORM ENTER-THE-AMOUNT-RANGE.

      *--------------------------------
      * ORDER AND OUTPUT
      *--------------------------------
       PICK-THE-ORDER.
            DISPLAY " ".
            DISPLAY "LIST IN WHAT ORDER?".
            PERFORM SHOW-ONE-ORDER
               VARYING FIELD-INDEX FROM 1 BY 1
                 UNTIL FIELD-INDEX > 9.
            PERFORM ACCEPT-THE-ORDER.

       SHOW-ONE-ORDER.
            MOVE FIELD-INDEX TO FIELD-SHOWN.
            DISPLAY "  " FIELD-SHOWN ". " SORT-NAME (FIELD-INDEX).

       ACCEPT-THE-ORDER.
            DISPLAY "YOUR CHOICE (1-9)?".
            ACCEPT SORT-CHOICE.
            IF SORT-CHOICE = ZERO
                DISPLAY "INVALID ENTRY"
                PERFORM ACCEPT-THE-ORDER.
            MOVE SORT-CHOICE TO QUERY-SORT.

       PICK-THE-OUTPUT.
            DISPLAY "OUTPUT IN WHAT FORMAT?".
            DISPLAY "1. PRINTED REPORT".
            DISPLAY "2. COMMA-DELIMITED (CSV) FILE".
            ACCEPT OUTPUT-FORMAT-CHOICE.
            IF OUTPUT-FORMAT-CHOICE NOT = "1" AND NOT = "2"
                DISPLAY "INVALID ENTRY"
                PERFORM PICK-THE-OUTPUT.
            IF OUTPUT-FORMAT-CHOICE = "1"
                MOVE "P" TO QUERY-OUTPUT
            ELSE
                MOVE "C" TO QUERY-OUTPUT.

       ACCEPT-YES-NO-ANSWER.
            MOVE SPACE TO YES-NO-ANSWER.
            ACCEPT YES-NO-ANSWER.
            INSPECT YES-NO-ANSWER
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF YES-NO-ANSWER NOT = "Y"
                MOVE "N" TO YES-NO-ANSWER.

      *--------------------------------
      * SAVED QUERIES
      *--------------------------------
       SAVE-THE-QUERY.
            MOVE OPERATOR-ID TO QUERY-OWNER.
            MOVE TODAY-DATE TO QUERY-SAVED-DATE.
            WRITE QUERY-DEFINITION-RECORD
               INVALID KEY
               REWRITE QUERY-DEFINITION-RECORD
                  INVALID KEY
                  DISPLAY "ERROR SAVING QUERY " QUERY-NAME.
            DISPLAY "QUERY SAVED AS " QUERY-NAME.

       RUN-A-SAVED-QUERY.
            PERFORM ENTER-A-SAVED-NAME.
            IF QUERY-RECORD-FOUND = "Y"
                DISPLAY QUERY-DESCRIPTION
                MOVE "Y" TO QUERY-IS-SAVED
                PERFORM RUN-THE-QUERY.

       ENTER-A-SAVED-NAME.
            DISPLAY "NAME OF THE SAVED QUERY?".
            MOVE SPACES TO WANTED-QUERY-NAME.
            ACCEPT WANTED-QUERY-NAME.
            INSPECT WANTED-QUERY-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE "N" TO QUERY-RECORD-FOUND.
            IF WANTED-QUERY-NAME NOT = SPACES
                PERFORM READ-THE-WANTED-QUERY
                IF QUERY-RECORD-FOUND NOT = "Y"
                    DISPLAY "NO SAVED QUERY BY THAT NAME".

       READ-THE-WANTED-QUERY.
            MOVE WANTED-QUERY-NAME TO QUERY-NAME.
            MOVE "Y" TO QUERY-RECORD-FOUND.
            READ QUERY-DEFINITION-FILE RECORD
               INVALID KEY
               MOVE "N" TO QUERY-RECORD-FOUND.

       LIST-THE-SAVED-QUERIES.
            MOVE ZERO TO QUERIES-LISTED.
            MOVE LOW-VALUES TO QUERY-NAME.
            MOVE "N" TO QUERY-FILE-AT-END.
            START QUERY-DEFINITION-FILE
               KEY IS NOT LESS THAN QUERY-NAME
               INVALID KEY
               MOVE "Y" TO QUERY-FILE-AT-END.
            IF QUERY-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-QUERY-RECORD.
            PERFORM LIST-ONE-SAVED-QUERY
               UNTIL QUERY-FILE-AT-END = "Y".
            IF QUERIES-LISTED = ZERO
                DISPLAY "NO QUERIES HAVE BEEN SAVED".

       LIST-ONE-SAVED-QUERY.
            ADD 1 TO QUERIES-LISTED.
            MOVE "NEVER" TO LAST-RUN-SHOWN.
            IF QUERY-LAST-RUN-DATE NOT = ZEROES
                MOVE QUERY-LAST-RUN-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO LAST-RUN-SHOWN.
            DISPLAY QUERY-NAME " " QUERY-OWNER " RUNS " QUERY-RUN-COUNT
               " LAST " LAST-RUN-SHOWN.
            DISPLAY "    " QUERY-DESCRIPTION.
            PERFORM READ-NEXT-QUERY-RECORD.

       READ-NEXT-QUERY-RECORD.
            READ QUERY-DEFINITION-FILE NEXT RECORD
               AT END MOVE "Y" TO QUERY-FILE-AT-END.

       DELETE-A-SAVED-QUERY.
            PERFORM ENTER-A-SAVED-NAME.
            IF QUERY-RECORD-FOUND = "Y"
                IF QUERY-OWNER NOT = OPERATOR-ID
                    DISPLAY "ONLY " QUERY-OWNER " MAY DELETE THIS QUERY"
                ELSE
                    DISPLAY QUERY-DESCRIPTION
                    DISPLAY "DELETE THIS QUERY (Y/N)?"
                    PERFORM ACCEPT-YES-NO-ANSWER
                    IF YES-NO-ANSWER = "Y"
                        PERFORM DELETE-THE-QUERY.

       DELETE-THE-QUERY.
            DELETE QUERY-DEFINITION-FILE RECORD
               INVALID KEY
               DISPLAY "ERROR DELETING QUERY " QUERY-NAME.

      *--------------------------------
      * RUN THE QUERY
      *--------------------------------
      * The vouchers that pass the filters go to the work file keyed
      * in the chosen order; the work file is then read back in key
      * order to write the output.
       RUN-THE-QUERY.
            MOVE ZERO TO COLUMN-COUNT.
            PERFORM COUNT-ONE-COLUMN
               VARYING COLUMN-INDEX FROM 1 BY 1
                 UNTIL COLUMN-INDEX > 10.
            OPEN OUTPUT QUERY-WORK-FILE.
            PERFORM SELECT-THE-LIVE-VOUCHERS.
            IF QUERY-INCLUDE-HISTORY = "Y"
                PERFORM SELECT-THE-ARCHIVED-VOUCHERS.
            CLOSE QUERY-WORK-FILE.
            OPEN INPUT QUERY-WORK-FILE.
            PERFORM OPEN-THE-OUTPUT.
            PERFORM WRITE-THE-OUTPUT.
            CLOSE QUERY-WORK-FILE.
            IF QUERY-OUTPUT-CSV
                CLOSE CSV-FILE
            ELSE
                CLOSE PRINTER-FILE.
            DISPLAY VOUCHERS-LISTED " VOUCHER(S) LISTED".
            IF QUERY-IS-SAVED = "Y"
                PERFORM LOG-THE-SAVED-RUN.

      * Columns end at the first zero.
       COUNT-ONE-COLUMN.
            IF QUERY-COLUMN (COLUMN-INDEX) NOT = ZERO AND
                  COLUMN-COUNT = COLUMN-INDEX - 1
                MOVE COLUMN-INDEX TO COLUMN-COUNT.
            MOVE ZERO TO COLUMN-TOTAL (COLUMN-INDEX).

       LOG-THE-SAVED-RUN.
            MOVE TODAY-DATE TO QUERY-LAST-RUN-DATE.
            MOVE OPERATOR-ID TO QUERY-LAST-RUN-BY.
            ADD 1 TO QUERY-RUN-COUNT.
            REWRITE QUERY-DEFINITION-RECORD
               INVALID KEY
               DISPLAY "ERROR UPDATING QUERY " QUERY-NAME.

       SELECT-THE-LIVE-VOUCHERS.
            MOVE "L" TO SELECTED-SOURCE.
            MOVE ZEROES TO VOUCHER-NUMBER.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            START VOUCHER-FILE
               KEY IS NOT LESS THAN VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO VOUCHER-FILE-AT-END.
            IF VOUCHER-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM SELECT-ONE-LIVE-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

       SELECT-ONE-LIVE-VOUCHER.
            PERFORM TEST-AND-KEEP-THE-VOUCHER.
            PERFORM READ-NEXT-VOUCHER-RECORD.

      * An archived voucher carries the live layout, so it is tested
      * and listed from the voucher record like any other.
       SELECT-THE-ARCHIVED-VOUCHERS.
            MOVE "H" TO SELECTED-SOURCE.
            MOVE ZEROES TO HISTORY-VOUCHER-NUMBER.
            MOVE "N" TO HISTORY-FILE-AT-END.
            START VOUCHER-HISTORY-FILE
               KEY IS NOT LESS THAN HISTORY-VOUCHER-NUMBER
               INVALID KEY
               MOVE "Y" TO HISTORY-FILE-AT-END.
            IF HISTORY-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-HISTORY-RECORD.
            PERFORM SELECT-ONE-ARCHIVED-VOUCHER
               UNTIL HISTORY-FILE-AT-END = "Y".

       SELECT-ONE-ARCHIVED-VOUCHER.
            MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD.
            PERFORM TEST-AND-KEEP-THE-VOUCHER.
            PERFORM READ-NEXT-HISTORY-RECORD.

       TEST-AND-KEEP-THE-VOUCHER.
            PERFORM TEST-THE-FILTERS.
            IF VOUCHER-PASSES = "Y"
                PERFORM LOOK-UP-THE-VENDOR
                PERFORM BUILD-THE-SORT-KEY
                MOVE VOUCHER-NUMBER TO QUERY-WORK-VOUCHER
                MOVE SELECTED-SOURCE TO QUERY-WORK-SOURCE
                WRITE QUERY-WORK-RECORD
                   INVALID KEY
                   DISPLAY "VOUCHER " VOUCHER-NUMBER
                      " IS BOTH LIVE AND ARCHIVED - LISTED ONCE".

       TEST-THE-FILTERS.
            MOVE "Y" TO VOUCHER-PASSES.
            IF QUERY-COMPANY NOT = ZERO AND
                  VOUCHER-COMPANY NOT = QUERY-COMPANY
                MOVE "N" TO VOUCHER-PASSES.
            IF VOUCHER-VENDOR < QUERY-VENDOR-FROM
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-VENDOR-THRU NOT = ZERO AND
                  VOUCHER-VENDOR > QUERY-VENDOR-THRU
                MOVE "N" TO VOUCHER-PASSES.
            IF VOUCHER-DATE < QUERY-DATE-FROM
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-DATE-THRU NOT = ZEROES AND
                  VOUCHER-DATE > QUERY-DATE-THRU
                MOVE "N" TO VOUCHER-PASSES.
            IF VOUCHER-DUE < QUERY-DUE-FROM
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-DUE-THRU NOT = ZEROES AND
                  VOUCHER-DUE > QUERY-DUE-THRU
                MOVE "N" TO VOUCHER-PASSES.
            IF VOUCHER-PAID-DATE < QUERY-PAID-FROM
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-PAID-THRU NOT = ZEROES AND
                  VOUCHER-PAID-DATE > QUERY-PAID-THRU
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-GL-CODE NOT = SPACES AND
                  VOUCHER-GL-CODE NOT = QUERY-GL-CODE
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-JOB-NUMBER NOT = SPACES AND
                  VOUCHER-JOB-NUMBER NOT = QUERY-JOB-NUMBER
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-PO-NUMBER NOT = ZERO AND
                  VOUCHER-PO-NUMBER NOT = QUERY-PO-NUMBER
                MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-AMOUNT-FILTER = "Y"
                IF VOUCHER-AMOUNT < QUERY-AMOUNT-FROM OR
                      VOUCHER-AMOUNT > QUERY-AMOUNT-THRU
                    MOVE "N" TO VOUCHER-PASSES.
            IF NOT QUERY-STATUS-ANY
                PERFORM TEST-THE-STATUS.

      * Open is unpaid and not escheated - the open-AP rule.
       TEST-THE-STATUS.
            IF QUERY-STATUS-OPEN
                IF VOUCHER-PAID-DATE NOT = ZEROES OR
                      VOUCHER-IS-ESCHEATED
                    MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-STATUS-PAID
                IF VOUCHER-PAID-DATE = ZEROES
                    MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-STATUS-UNAPPROVED
                IF NOT VOUCHER-AWAITING-APPROVAL
                    MOVE "N" TO VOUCHER-PASSES.
            IF QUERY-STATUS-DISPUTED
                IF NOT VOUCHER-IN-DISPUTE
                    MOVE "N" TO VOUCHER-PASSES.

      * Amounts sort largest first: the key is the amount in cents
      * taken from 100,000,000, which keeps credit memos positive.
       BUILD-THE-SORT-KEY.
            MOVE SPACES TO QUERY-WORK-SORT.
            EVALUATE QUERY-SORT
                WHEN 2
                    MOVE VOUCHER-VENDOR TO QUERY-WORK-SORT
                WHEN 3
                    MOVE VENDOR-NAME TO QUERY-WORK-SORT
                WHEN 4
                    MOVE VOUCHER-DATE TO QUERY-WORK-SORT
                WHEN 5
                    MOVE VOUCHER-DUE TO QUERY-WORK-SORT
                WHEN 6
                    MOVE VOUCHER-PAID-DATE TO QUERY-WORK-SORT
                WHEN 7
                    COMPUTE AMOUNT-RANK =
                       100000000 - VOUCHER-AMOUNT * 100
                    MOVE AMOUNT-RANK TO QUERY-WORK-SORT
                WHEN 8
                    MOVE VOUCHER-GL-CODE TO QUERY-WORK-SORT
                WHEN 9
                    MOVE VOUCHER-JOB-NUMBER TO QUERY-WORK-SORT
            END-EVALUATE.

       LOOK-UP-THE-VENDOR.
            MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
            READ VENDOR-FILE RECORD
               INVALID KEY
               MOVE "N" TO VENDOR-RECORD-FOUND.
            IF VENDOR-RECORD-FOUND = "N"
                MOVE SPACES TO VENDOR-RECORD
                MOVE VOUCHER-VENDOR TO VENDOR-NUMBER
                MOVE "**NOT FOUND**" TO VENDOR-NAME.

      *--------------------------------
      * OUTPUT
      *--------------------------------
       OPEN-THE-OUTPUT.
            IF QUERY-NAME = SPACES
                MOVE "AD HOC QUERY" TO SPOOL-NAME-TITLE
            ELSE
                MOVE SPACES TO SPOOL-NAME-TITLE
                STRING "QUERY " QUERY-NAME
                   DELIMITED BY SIZE INTO SPOOL-NAME-TITLE.
            IF QUERY-OUTPUT-CSV
                MOVE "QRYCSV01" TO SPOOL-NAME-REPORT-ID
                PERFORM OPEN-THE-SPOOL
                OPEN OUTPUT CSV-FILE
            ELSE
                MOVE "QRYRUN01" TO SPOOL-NAME-REPORT-ID
                PERFORM OPEN-THE-SPOOL
                OPEN OUTPUT PRINTER-FILE.

       WRITE-THE-OUTPUT.
            MOVE ZERO TO VOUCHERS-LISTED.
            IF QUERY-OUTPUT-CSV
                PERFORM WRITE-THE-CSV-HEADER
            ELSE
                PERFORM PRINT-THE-HEADINGS.
            MOVE "N" TO WORK-FILE-AT-END.
            PERFORM READ-NEXT-WORK-RECORD.
            PERFORM LIST-ONE-VOUCHER
               UNTIL WORK-FILE-AT-END = "Y".
            IF QUERY-OUTPUT-PRINTED
                PERFORM PRINT-THE-TOTALS.

       LIST-ONE-VOUCHER.
            PERFORM FETCH-THE-VOUCHER.
            IF VOUCHER-RECORD-FOUND = "Y"
                PERFORM LOOK-UP-THE-VENDOR
                ADD 1 TO VOUCHERS-LISTED
                IF QUERY-OUTPUT-CSV
                    PERFORM WRITE-THE-CSV-LINE
                ELSE
                    PERFORM PRINT-THE-DETAIL-LINE.
            PERFORM READ-NEXT-WORK-RECORD.

       FETCH-THE-VOUCHER.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            IF QUERY-WORK-SOURCE = "H"
                MOVE QUERY-WORK-VOUCHER TO HISTORY-VOUCHER-NUMBER
                READ VOUCHER-HISTORY-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO VOUCHER-RECORD-FOUND
                END-READ
                IF VOUCHER-RECORD-FOUND = "Y"
                    MOVE VOUCHER-HISTORY-RECORD TO VOUCHER-RECORD
                END-IF
            ELSE
                MOVE QUERY-WORK-VOUCHER TO VOUCHER-NUMBER
                READ VOUCHER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO VOUCHER-RECORD-FOUND.

       PRINT-THE-HEADINGS.
            MOVE QUERY-NAME TO PRINT-QUERY-NAME.
            MOVE QUERY-DESCRIPTION TO PRINT-QUERY-DESCRIPTION.
            MOVE TODAY-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-TODAY.
            MOVE OPERATOR-ID TO PRINT-OPERATOR.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF QUERY-COMPANY = ZERO
                MOVE "ALL" TO PRINT-COMPANY
            ELSE
                MOVE QUERY-COMPANY TO PRINT-COMPANY.
            IF QUERY-INCLUDE-HISTORY = "Y"
                MOVE "LIVE AND ARCHIVED" TO PRINT-SOURCES
            ELSE
                MOVE "LIVE ONLY" TO PRINT-SOURCES.
            MOVE SORT-NAME (QUERY-SORT) TO PRINT-ORDER.
            MOVE SELECTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINT-LINE.
            MOVE 1 TO PRINT-POSITION.
            PERFORM PLACE-ONE-HEADING
               VARYING COLUMN-INDEX FROM 1 BY 1
                 UNTIL COLUMN-INDEX > COLUMN-COUNT.
            MOVE PRINT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PLACE-ONE-HEADING.
            MOVE QUERY-COLUMN (COLUMN-INDEX) TO FIELD-INDEX.
            MOVE FIELD-HEADING (FIELD-INDEX)
               TO PRINT-LINE (PRINT-POSITION :
                              FIELD-WIDTH (FIELD-INDEX)).
            COMPUTE PRINT-POSITION = PRINT-POSITION
               + FIELD-WIDTH (FIELD-INDEX) + 1.

       PRINT-THE-DETAIL-LINE.
            MOVE SPACES TO PRINT-LINE.
            MOVE 1 TO PRINT-POSITION.
            PERFORM PLACE-ONE-COLUMN
               VARYING COLUMN-INDEX FROM 1 BY 1
                 UNTIL COLUMN-INDEX > COLUMN-COUNT.
            MOVE PRINT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PLACE-ONE-COLUMN.
            MOVE QUERY-COLUMN (COLUMN-INDEX) TO FIELD-INDEX.
            PERFORM FORMAT-THE-COLUMN.
            IF FIELD-KIND (FIELD-INDEX) = "M"
                ADD COLUMN-MONEY TO COLUMN-TOTAL (COLUMN-INDEX).
            MOVE COLUMN-TEXT
               TO PRINT-LINE (PRINT-POSITION :
                              FIELD-WIDTH (FIELD-INDEX)).
            COMPUTE PRINT-POSITION = PRINT-POSITION
               + FIELD-WIDTH (FIELD-INDEX) + 1.

      * The count, then each money column's total under its column.
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE VOUCHERS-LISTED TO PRINT-VOUCHER-COUNT.
            MOVE COUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINT-LINE.
            MOVE 1 TO PRINT-POSITION.
            PERFORM PLACE-ONE-TOTAL
               VARYING COLUMN-INDEX FROM 1 BY 1
                 UNTIL COLUMN-INDEX > COLUMN-COUNT.
            IF PRINT-LINE NOT = SPACES
                MOVE PRINT-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PLACE-ONE-TOTAL.
            MOVE QUERY-COLUMN (COLUMN-INDEX) TO FIELD-INDEX.
            IF FIELD-KIND (FIELD-INDEX) = "M"
                MOVE COLUMN-TOTAL (COLUMN-INDEX) TO MONEY-EDIT
                MOVE MONEY-EDIT
                   TO PRINT-LINE (PRINT-POSITION : 14).
            COMPUTE PRINT-POSITION = PRINT-POSITION
               + FIELD-WIDTH (FIELD-INDEX) + 1.

       WRITE-THE-CSV-HEADER.
            MOVE SPACES TO CSV-RECORD.
            MOVE 1 TO CSV-POSITION.
            PERFORM STRING-ONE-HEADING
               VARYING COLUMN-INDEX FROM 1 BY 1
                 UNTIL COLUMN-INDEX > COLUMN-COUNT.
            WRITE CSV-RECORD.

       STRING-ONE-HEADING.
            MOVE QUERY-COLUMN (COLUMN-INDEX) TO FIELD-INDEX.
            IF COLUMN-INDEX > 1
                STRING "," DELIMITED BY SIZE
                   INTO CSV-RECORD WITH POINTER CSV-POSITION.
            STRING FUNCTION TRIM (FIELD-HEADING (FIELD-INDEX))
                   DELIMITED BY SIZE
               INTO CSV-RECORD WITH POINTER CSV-POSITION.

      * Text goes out in quotes - names and descriptions carry
      * commas of their own.
       WRITE-THE-CSV-LINE.
            MOVE SPACES TO CSV-RECORD.
            MOVE 1 TO CSV-POSITION.
            PERFORM STRING-ONE-COLUMN
               VARYING COLUMN-INDEX FROM 1 BY 1
                 UNTIL COLUMN-INDEX > COLUMN-COUNT.
            WRITE CSV-RECORD.

       STRING-ONE-COLUMN.
            MOVE QUERY-COLUMN (COLUMN-INDEX) TO FIELD-INDEX.
            PERFORM FORMAT-THE-COLUMN.
            IF COLUMN-INDEX > 1
                STRING "," DELIMITED BY SIZE
                   INTO CSV-RECORD WITH POINTER CSV-POSITION.
            IF FIELD-KIND (FIELD-INDEX) = "A" OR "S"
                STRING QUOTE FUNCTION TRIM (COLUMN-CSV-TEXT) QUOTE
                       DELIMITED BY SIZE
                   INTO CSV-RECORD WITH POINTER CSV-POSITION
            ELSE
                STRING FUNCTION TRIM (COLUMN-CSV-TEXT)
                       DELIMITED BY SIZE
                   INTO CSV-RECORD WITH POINTER CSV-POSITION.

      *--------------------------------
      * ONE COLUMN'S VALUE
      *--------------------------------
       FORMAT-THE-COLUMN.
            MOVE SPACES TO COLUMN-TEXT.
            MOVE ZERO TO COLUMN-NUMBER.
            MOVE ZERO TO COLUMN-MONEY.
            MOVE ZEROES TO COLUMN-DATE.
            EVALUATE FIELD-INDEX
                WHEN 1
                    MOVE VOUCHER-NUMBER TO COLUMN-NUMBER
                WHEN 2
                    MOVE VOUCHER-VENDOR TO COLUMN-NUMBER
                WHEN 3
                    MOVE VENDOR-NAME TO COLUMN-TEXT
                WHEN 4
                    MOVE VOUCHER-INVOICE TO COLUMN-TEXT
                WHEN 5
                    MOVE VOUCHER-FOR TO COLUMN-TEXT
                WHEN 6
                    MOVE VOUCHER-AMOUNT TO COLUMN-MONEY
                WHEN 7
                    MOVE VOUCHER-DATE TO COLUMN-DATE
                WHEN 8
                    MOVE VOUCHER-DUE TO COLUMN-DATE
                WHEN 9
                    MOVE VOUCHER-INVOICE-DATE TO COLUMN-DATE
                WHEN 10
                    MOVE VOUCHER-PAID-AMOUNT TO COLUMN-MONEY
                WHEN 11
                    MOVE VOUCHER-PAID-DATE TO COLUMN-DATE
                WHEN 12
                    MOVE VOUCHER-CHECK-NO TO COLUMN-NUMBER
                WHEN 13
                    MOVE VOUCHER-BANK-ACCOUNT TO COLUMN-TEXT
                WHEN 14
                    MOVE VOUCHER-GL-CODE TO COLUMN-TEXT
                WHEN 15
                    MOVE VOUCHER-PO-NUMBER TO COLUMN-NUMBER
                WHEN 16
                    MOVE VOUCHER-JOB-NUMBER TO COLUMN-TEXT
                WHEN 17
                    MOVE VOUCHER-CONTRACT-NUMBER TO COLUMN-TEXT
                WHEN 18
                    MOVE VOUCHER-COMPANY TO COLUMN-NUMBER
                WHEN 19
                    PERFORM SET-THE-STATUS-TEXT
                    MOVE STATUS-TEXT TO COLUMN-TEXT
                WHEN 20
                    MOVE VOUCHER-DISCOUNT-TAKEN TO COLUMN-MONEY
                WHEN 21
                    MOVE VOUCHER-TAX-AMOUNT TO COLUMN-MONEY
                WHEN 22
                    PERFORM COMPUTE-THE-OPEN-AMOUNT
                    MOVE OPEN-AMOUNT TO COLUMN-MONEY
                WHEN 23
                    MOVE VOUCHER-ENTERED-BY TO COLUMN-TEXT
                WHEN 24
                    MOVE VENDOR-CITY TO COLUMN-TEXT
                WHEN 25
                    MOVE VENDOR-STATE TO COLUMN-TEXT
                WHEN 26
                    PERFORM SET-THE-VENDOR-STATUS-TEXT
                    MOVE VENDOR-STATUS-TEXT TO COLUMN-TEXT
                WHEN 27
                    PERFORM SHOW-THE-TAX-ID
                WHEN 28
                    IF QUERY-WORK-SOURCE = "H"
                        MOVE "HIST" TO COLUMN-TEXT
                    ELSE
                        MOVE "LIVE" TO COLUMN-TEXT
                    END-IF
            END-EVALUATE.
            MOVE COLUMN-TEXT TO COLUMN-CSV-TEXT.
            IF FIELD-KIND (FIELD-INDEX) = "N"
                MOVE COLUMN-NUMBER TO NUMBER-EDIT
                MOVE NUMBER-EDIT TO COLUMN-TEXT
                MOVE NUMBER-EDIT TO COLUMN-CSV-TEXT.
            IF FIELD-KIND (FIELD-INDEX) = "M"
                MOVE COLUMN-MONEY TO MONEY-EDIT
                MOVE MONEY-EDIT TO COLUMN-TEXT
                MOVE COLUMN-MONEY TO CSV-MONEY-EDIT
                MOVE CSV-MONEY-EDIT TO COLUMN-CSV-TEXT.
            IF FIELD-KIND (FIELD-INDEX) = "D"
                PERFORM FORMAT-THE-COLUMN-DATE.

       FORMAT-THE-COLUMN-DATE.
            IF COLUMN-DATE NOT = ZEROES
                MOVE COLUMN-DATE TO DATE-CCYYMMDD
                PERFORM FORMAT-THE-DATE
                MOVE FORMATTED-DATE TO COLUMN-TEXT
                MOVE FORMATTED-DATE TO COLUMN-CSV-TEXT.

      * The same order of precedence the voucher inquiry shows.
       SET-THE-STATUS-TEXT.
            MOVE "OPEN" TO STATUS-TEXT.
            IF VOUCHER-SELECTED = "Y"
                MOVE "SELECTED" TO STATUS-TEXT.
            IF VOUCHER-HELD-FOR-WIRE
                MOVE "WIRE HOLD" TO STATUS-TEXT.
            IF VOUCHER-AWAITING-APPROVAL
                MOVE "UNAPPROVED" TO STATUS-TEXT.
            IF VOUCHER-IN-DISPUTE
                MOVE "DISPUTED" TO STATUS-TEXT.
            IF VOUCHER-PAID-DATE NOT = ZEROES
                MOVE "PAID" TO STATUS-TEXT.
            IF VOUCHER-IS-ESCHEATED
                MOVE "ESCHEATED" TO STATUS-TEXT.

       COMPUTE-THE-OPEN-AMOUNT.
            MOVE ZERO TO OPEN-AMOUNT.
            IF VOUCHER-PAID-DATE = ZEROES AND
                  NOT VOUCHER-IS-ESCHEATED
                COMPUTE OPEN-AMOUNT = VOUCHER-AMOUNT
                   - VOUCHER-PAID-AMOUNT - VOUCHER-DISCOUNT-TAKEN
                   - VOUCHER-RETAINED-AMOUNT.

       SET-THE-VENDOR-STATUS-TEXT.
            MOVE SPACES TO VENDOR-STATUS-TEXT.
            IF VENDOR-STATUS-ACTIVE
                MOVE "ACTIVE" TO VENDOR-STATUS-TEXT.
            IF VENDOR-STATUS-HOLD
                MOVE "HOLD" TO VENDOR-STATUS-TEXT.
            IF VENDOR-STATUS-INACTIVE
                MOVE "INACTIVE" TO VENDOR-STATUS-TEXT.

       SHOW-THE-TAX-ID.
            MOVE VENDOR-TAX-ID TO SENSITIVE-VALUE.
            MOVE "VENDOR-TAX-ID" TO SENSITIVE-FIELD-NAME.
            MOVE VENDOR-NUMBER TO SENSITIVE-RECORD-KEY.
            PERFORM SHOW-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO COLUMN-TEXT.

      *--------------------------------
      * READING
      *--------------------------------
       READ-NEXT-VOUCHER-RECORD.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO VOUCHER-FILE-AT-END.

       READ-NEXT-HISTORY-RECORD.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HISTORY-FILE-AT-END.

       READ-NEXT-WORK-RECORD.
            READ QUERY-WORK-FILE NEXT RECORD
               AT END MOVE "Y" TO WORK-FILE-AT-END.

      *--------------------------------
      * PRINTING
      *--------------------------------
       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".
            COPY "plspool01.cbl".
