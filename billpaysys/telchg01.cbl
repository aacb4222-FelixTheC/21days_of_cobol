      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Telephone chargeback - puts the carrier's monthly bill in
      * the departments that ran it up instead of the one GL code
      * it is vouchered to. The PBX call-detail records (PBXCDR)
      * are comma-delimited, one call per row:
      *    extension,call-date,number-dialed,seconds,cost
      * (date CCYYMMDD, cost implied two decimals - the pcimp01
      * conventions). Each call is classed by the number dialed -
      * 011 or + is international, a leading 1 is long distance,
      * anything else is local and is part of the base bill - and
      * its extension is looked up in the phone directory
      * (fdphone01.cbl) for the PHONE-DEPARTMENT it charges. A
      * long-distance or international call from an extension not
      * in the directory goes on the exception list. The department
      * chargeback report (spooled as TELCHG01) totals each
      * department's long-distance and international cost.
      * The departments' GL codes come from the operator-named
      * shared-cost allocation rule (fdalcr01.cbl) that spreads the
      * phone bill - its target departments and codes. The carrier
      * voucher is then split into GL distribution lines
      * (fdvchdst.cbl): one per department the rule codes, and the
      * rest of the bill - base charges, local calls, exceptions
      * and departments the rule does not name - left on the
      * voucher's own GL code, so the lines balance to the voucher.
      * alcexp01 leaves lines already on a target code alone, so
      * month-end allocation spreads only what is left. The split
      * is written only for an unpaid voucher of the signed-on
      * company not yet sent to the GL and with no distribution of
      * its own, and only after the operator confirms; the PBX file
      * is then checked against the inbound file history
      * (plinbd01.cbl) so the same calls cannot be charged twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. telchg01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slphone01.cbl".
            COPY "slvouch.cbl".
            COPY "slvchdst.cbl".
            COPY "slalcr01.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".
            COPY "slinbd01.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL IMPORT-FILE
               ASSIGN TO "PBXCDR"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdphone01.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdalcr01.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdinbd01.cbl".

            COPY "fdsplcat.cbl".

       FD   IMPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   IMPORT-RECORD                 PIC X(100).

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".

      * The directory's extensions and the department each charges.
       01   EXTENSION-TABLE.
            05 EXTENSION-ENTRY            OCCURS 2000 TIMES.
               10 EXTENSION-NUMBER        PIC X(5).
               10 EXTENSION-DEPARTMENT    PIC X(10).
       77   EXTENSION-COUNT               PIC 9(4) VALUE ZERO.
       77   EXTENSION-INDEX               PIC 9(4).
       77   EXTENSION-FOUND               PIC 9(4).

      * Each department's calls and cost, and the GL code the
      * allocation rule gives it (spaces when the rule has none).
       01   DEPARTMENT-TABLE.
            05 DEPARTMENT-ENTRY           OCCURS 98 TIMES.
               10 DEPARTMENT-NAME         PIC X(10).
               10 DEPARTMENT-GL-CODE      PIC X(6).
               10 DEPARTMENT-CALLS        PIC 9(5).
               10 DEPARTMENT-LONG-DIST    PIC S9(7)V99.
               10 DEPARTMENT-INTL         PIC S9(7)V99.
       77   DEPARTMENT-COUNT              PIC 99 VALUE ZERO.
       77   DEPARTMENT-INDEX              PIC 99.
       77   DEPARTMENT-FOUND              PIC 99.
       77   DEPARTMENT-OVERFLOW           PIC X VALUE "N".
       77   TARGET-INDEX                  PIC 99.

       01   DEPARTMENT-LINE.
            05 PRINT-DEPARTMENT           PIC X(10).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-GL-CODE              PIC X(6).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-CALLS                PIC ZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-LONG-DIST            PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-INTL                 PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-TOTAL                PIC ZZZ,ZZ9.99-.

       01   DEPARTMENT-COLUMN-LINE.
            05 FILLER                     PIC X(10) VALUE "DEPARTMENT".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "GLCODE".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "CALLS".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE
                             "  LONG DIST".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE
                             "INTERNATNL".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(11) VALUE
                             "      TOTAL".

       01   EXCEPTION-LINE.
            05 PRINT-EXTENSION            PIC X(5).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-CALL-DATE            PIC Z9/99/9999.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-DIALED               PIC X(20).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-SECONDS              PIC ZZZZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-COST                 PIC ZZZ,ZZ9.99-.

       77   IMPORT-FILE-AT-END            PIC X.
       77   PHONE-FILE-AT-END             PIC X.
       77   VOUCHER-RECORD-FOUND          PIC X.
       77   RULE-RECORD-FOUND             PIC X.
       77   DISTRIBUTION-AT-END           PIC X.
       77   VOUCHER-HAS-DISTRIBUTION      PIC X.
       77   VOUCHER-IS-SPLITTABLE         PIC X.
       77   OK-TO-SPLIT                   PIC X.
       77   REPORT-STARTED                PIC X VALUE "N".

       77   WORK-EXTENSION                PIC X(5).
       77   WORK-DATE-X                   PIC X(8).
       77   WORK-DIALED                   PIC X(20).
       77   WORK-SECONDS-X                PIC X(6).
       77   WORK-COST-X                   PIC X(10).
       77   WORK-COST                     PIC S9(7)V99.
       77   CALL-CLASS                    PIC X.
            88 CALL-IS-LOCAL              VALUE "L".
            88 CALL-IS-LONG-DISTANCE      VALUE "D".
            88 CALL-IS-INTERNATIONAL      VALUE "I".

       77   CALLS-READ                    PIC 9(6) VALUE ZERO.
       77   CALLS-REJECTED                PIC 9(6) VALUE ZERO.
       77   LOCAL-CALLS                   PIC 9(6) VALUE ZERO.
       77   EXCEPTION-CALLS               PIC 9(6) VALUE ZERO.
       77   EXCEPTION-TOTAL               PIC S9(9)V99 VALUE ZERO.
       77   CHARGED-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       77   UNCODED-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       77   DEPARTMENT-TOTAL              PIC S9(9)V99.
       77   REMAINDER-AMOUNT              PIC S9(9)V99.
       77   NEXT-LINE-NUMBER              PIC 99.
       77   TOTAL-FIELD                   PIC ZZZ,ZZZ,ZZ9.99-.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsinbd01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE "E" TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            PERFORM GET-THE-CARRIER-VOUCHER.
            IF VOUCHER-NUMBER NOT = ZEROES
                PERFORM GET-THE-ALLOCATION-RULE
                IF ALCR-RULE-CODE NOT = SPACES
                    PERFORM LOAD-THE-DIRECTORY
                    PERFORM LOAD-THE-CALLS
                    PERFORM CODE-THE-DEPARTMENTS
                    PERFORM PRINT-THE-CHARGEBACK
                    PERFORM SPLIT-THE-VOUCHER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT PHONE-FILE.
            OPEN I-O VOUCHER-FILE.
            OPEN I-O DISTRIBUTION-FILE.
            OPEN INPUT ALLOCATION-RULE-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT IMPORT-FILE.

       CLOSING-PROCEDURE.
            CLOSE PHONE-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE DISTRIBUTION-FILE.
            CLOSE ALLOCATION-RULE-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE IMPORT-FILE.
            IF REPORT-STARTED = "Y"
                CLOSE PRINTER-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

      *--------------------------------
      * THE CARRIER VOUCHER AND RULE
      *--------------------------------
       GET-THE-CARRIER-VOUCHER.
            DISPLAY "ENTER THE CARRIER'S VOUCHER NUMBER (0 TO QUIT)".
            MOVE SPACE TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO VOUCHER-NUMBER.
            IF VOUCHER-NUMBER NOT = ZEROES
                PERFORM CHECK-THE-CARRIER-VOUCHER
                IF VOUCHER-IS-SPLITTABLE = "N"
                    PERFORM GET-THE-CARRIER-VOUCHER.

       CHECK-THE-CARRIER-VOUCHER.
            MOVE "N" TO VOUCHER-IS-SPLITTABLE.
            MOVE "Y" TO VOUCHER-RECORD-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO VOUCHER-RECORD-FOUND.
            IF VOUCHER-RECORD-FOUND = "N" OR
                  VOUCHER-COMPANY NOT = CURRENT-COMPANY
                DISPLAY "VOUCHER NOT FOUND"
            ELSE
            IF VOUCHER-PAID-DATE NOT = ZEROES
                DISPLAY "VOUCHER IS ALREADY PAID"
            ELSE
            IF VOUCHER-GL-BATCH NOT = ZEROES
                DISPLAY "VOUCHER HAS ALREADY GONE TO THE GL"
            ELSE
                PERFORM LOOK-FOR-DISTRIBUTION
                IF VOUCHER-HAS-DISTRIBUTION = "Y"
                    DISPLAY "VOUCHER ALREADY HAS A GL DISTRIBUTION"
                ELSE
                    MOVE "Y" TO VOUCHER-IS-SPLITTABLE
                    MOVE VOUCHER-AMOUNT TO TOTAL-FIELD
                    DISPLAY VOUCHER-INVOICE " " VOUCHER-FOR
                    DISPLAY "AMOUNT " TOTAL-FIELD
                       " GL CODE " VOUCHER-GL-CODE.

       LOOK-FOR-DISTRIBUTION.
            MOVE "N" TO VOUCHER-HAS-DISTRIBUTION.
            MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NUMBER.
            MOVE ZEROES TO DIST-LINE-NUMBER.
            MOVE "N" TO DISTRIBUTION-AT-END.
            START DISTRIBUTION-FILE
               KEY IS NOT LESS THAN DISTRIBUTION-KEY
               INVALID KEY
               MOVE "Y" TO DISTRIBUTION-AT-END.
            IF DISTRIBUTION-AT-END NOT = "Y"
                READ DISTRIBUTION-FILE NEXT RECORD
                   AT END MOVE "Y" TO DISTRIBUTION-AT-END.
            IF DISTRIBUTION-AT-END NOT = "Y" AND
                  DIST-VOUCHER-NUMBER = VOUCHER-NUMBER
                MOVE "Y" TO VOUCHER-HAS-DISTRIBUTION.

       GET-THE-ALLOCATION-RULE.
            DISPLAY "ENTER THE ALLOCATION RULE THAT SPREADS THE PHONE".
            DISPLAY "BILL - ITS DEPARTMENTS GIVE THE GL CODES".
            DISPLAY "(BLANK TO QUIT)".
            MOVE SPACES TO ALCR-RULE-CODE.
            ACCEPT ALCR-RULE-CODE.
            INSPECT ALCR-RULE-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF ALCR-RULE-CODE NOT = SPACES
                MOVE CURRENT-COMPANY TO ALCR-COMPANY
                MOVE "Y" TO RULE-RECORD-FOUND
                READ ALLOCATION-RULE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RULE-RECORD-FOUND
                IF RULE-RECORD-FOUND = "N"
                    DISPLAY "RULE NOT FOUND"
                    PERFORM GET-THE-ALLOCATION-RULE
                ELSE
                    DISPLAY ALCR-DESCRIPTION.

      *--------------------------------
      * THE DIRECTORY
      *--------------------------------
       LOAD-THE-DIRECTORY.
            MOVE LOW-VALUES TO PHONE-NAME-KEY.
            MOVE "N" TO PHONE-FILE-AT-END.
            START PHONE-FILE
               KEY IS NOT LESS THAN PHONE-NAME-KEY
               INVALID KEY
               MOVE "Y" TO PHONE-FILE-AT-END.
            PERFORM LOAD-ONE-EXTENSION
               UNTIL PHONE-FILE-AT-END = "Y".

       LOAD-ONE-EXTENSION.
            READ PHONE-FILE NEXT RECORD
               AT END MOVE "Y" TO PHONE-FILE-AT-END.
            IF PHONE-FILE-AT-END NOT = "Y"
                IF PHONE-EXTENSION NOT = SPACES AND
                      EXTENSION-COUNT < 2000
                    ADD 1 TO EXTENSION-COUNT
                    MOVE PHONE-EXTENSION
                       TO EXTENSION-NUMBER (EXTENSION-COUNT)
                    MOVE PHONE-DEPARTMENT
                       TO EXTENSION-DEPARTMENT (EXTENSION-COUNT).

      *--------------------------------
      * THE CALLS
      *--------------------------------
      * The pass that totals the calls also takes the file's
      * fingerprint - first row, row count, dollar total.
       LOAD-THE-CALLS.
            MOVE "PBXCDR" TO INBOUND-THIS-FILE.
            MOVE "TELCHG01" TO INBOUND-THIS-PROGRAM.
            MOVE OPERATOR-ID TO INBOUND-THIS-OPERATOR.
            MOVE SPACES TO INBOUND-FILE-HEADER.
            MOVE ZERO TO INBOUND-FILE-COUNT.
            MOVE ZERO TO INBOUND-FILE-HASH.
            MOVE "N" TO IMPORT-FILE-AT-END.
            PERFORM READ-IMPORT-RECORD.
            IF IMPORT-FILE-AT-END NOT = "Y"
                MOVE IMPORT-RECORD TO INBOUND-FILE-HEADER.
            PERFORM LOAD-ONE-CALL
               UNTIL IMPORT-FILE-AT-END = "Y".

       LOAD-ONE-CALL.
            ADD 1 TO INBOUND-FILE-COUNT.
            ADD 1 TO CALLS-READ.
            MOVE SPACES TO WORK-EXTENSION
                           WORK-DATE-X
                           WORK-DIALED
                           WORK-SECONDS-X
                           WORK-COST-X.
            UNSTRING IMPORT-RECORD
               DELIMITED BY ","
               INTO WORK-EXTENSION
                    WORK-DATE-X
                    WORK-DIALED
                    WORK-SECONDS-X
                    WORK-COST-X.
            IF WORK-DATE-X IS NOT NUMERIC OR
                  FUNCTION TEST-NUMVAL (WORK-COST-X) NOT = 0
                ADD 1 TO CALLS-REJECTED
                DISPLAY "ROW REJECTED: " IMPORT-RECORD (1 : 60)
            ELSE
                COMPUTE WORK-COST =
                   FUNCTION NUMVAL (WORK-COST-X) / 100
                ADD WORK-COST TO INBOUND-FILE-HASH
                PERFORM CLASS-THE-CALL
                IF CALL-IS-LOCAL
                    ADD 1 TO LOCAL-CALLS
                ELSE
                    PERFORM CHARGE-THE-CALL.
            PERFORM READ-IMPORT-RECORD.

       CLASS-THE-CALL.
            IF WORK-DIALED (1 : 3) = "011" OR
                  WORK-DIALED (1 : 1) = "+"
                MOVE "I" TO CALL-CLASS
            ELSE
            IF WORK-DIALED (1 : 1) = "1"
                MOVE "D" TO CALL-CLASS
            ELSE
                MOVE "L" TO CALL-CLASS.

       CHARGE-THE-CALL.
            MOVE ZERO TO EXTENSION-FOUND.
            PERFORM MATCH-ONE-EXTENSION
               VARYING EXTENSION-INDEX FROM 1 BY 1
               UNTIL EXTENSION-INDEX > EXTENSION-COUNT
                  OR EXTENSION-FOUND NOT = ZERO.
            IF EXTENSION-FOUND = ZERO
                PERFORM LIST-THE-EXCEPTION
            ELSE
                PERFORM ADD-TO-THE-DEPARTMENT.

       MATCH-ONE-EXTENSION.
            IF EXTENSION-NUMBER (EXTENSION-INDEX) = WORK-EXTENSION
                MOVE EXTENSION-INDEX TO EXTENSION-FOUND.

      * A department new to the run takes the next table entry; one
      * past the table's end is charged as an exception so the
      * money is never lost.
       ADD-TO-THE-DEPARTMENT.
            MOVE ZERO TO DEPARTMENT-FOUND.
            PERFORM MATCH-ONE-DEPARTMENT
               VARYING DEPARTMENT-INDEX FROM 1 BY 1
               UNTIL DEPARTMENT-INDEX > DEPARTMENT-COUNT
                  OR DEPARTMENT-FOUND NOT = ZERO.
            IF DEPARTMENT-FOUND = ZERO
                IF DEPARTMENT-COUNT < 98
                    ADD 1 TO DEPARTMENT-COUNT
                    MOVE DEPARTMENT-COUNT TO DEPARTMENT-FOUND
                    MOVE EXTENSION-DEPARTMENT (EXTENSION-FOUND)
                       TO DEPARTMENT-NAME (DEPARTMENT-FOUND)
                    MOVE SPACES TO DEPARTMENT-GL-CODE
                                      (DEPARTMENT-FOUND)
                    MOVE ZERO TO DEPARTMENT-CALLS (DEPARTMENT-FOUND)
                                 DEPARTMENT-LONG-DIST
                                    (DEPARTMENT-FOUND)
                                 DEPARTMENT-INTL (DEPARTMENT-FOUND)
                ELSE
                    MOVE "Y" TO DEPARTMENT-OVERFLOW.
            IF DEPARTMENT-FOUND = ZERO
                PERFORM LIST-THE-EXCEPTION
            ELSE
                ADD 1 TO DEPARTMENT-CALLS (DEPARTMENT-FOUND)
                ADD WORK-COST TO CHARGED-TOTAL
                IF CALL-IS-INTERNATIONAL
                    ADD WORK-COST TO DEPARTMENT-INTL
                                        (DEPARTMENT-FOUND)
                ELSE
                    ADD WORK-COST TO DEPARTMENT-LONG-DIST
                                        (DEPARTMENT-FOUND).

       MATCH-ONE-DEPARTMENT.
            IF DEPARTMENT-NAME (DEPARTMENT-INDEX) =
                  EXTENSION-DEPARTMENT (EXTENSION-FOUND)
                MOVE DEPARTMENT-INDEX TO DEPARTMENT-FOUND.

      * Exceptions are printed as they are found, after the heading
      * the first one opens - the department report follows.
       LIST-THE-EXCEPTION.
            IF EXCEPTION-CALLS = ZERO
                PERFORM START-THE-REPORT
                MOVE "CALLS FROM EXTENSIONS NOT IN THE DIRECTORY"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                MOVE "EXT    CALL DATE   NUMBER DIALED        SECONDS
      -            "          COST" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.
            MOVE WORK-EXTENSION TO PRINT-EXTENSION.
            MOVE WORK-DATE-X TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE FORMATTED-DATE TO PRINT-CALL-DATE.
            MOVE WORK-DIALED TO PRINT-DIALED.
            MOVE ZERO TO PRINT-SECONDS.
            IF WORK-SECONDS-X NOT = SPACES AND
                  FUNCTION TEST-NUMVAL (WORK-SECONDS-X) = 0
                MOVE FUNCTION NUMVAL (WORK-SECONDS-X)
                   TO PRINT-SECONDS.
            MOVE WORK-COST TO PRINT-COST.
            MOVE EXCEPTION-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            ADD 1 TO EXCEPTION-CALLS.
            ADD WORK-COST TO EXCEPTION-TOTAL.

      *--------------------------------
      * GL CODES FROM THE RULE
      *--------------------------------
       CODE-THE-DEPARTMENTS.
            PERFORM CODE-ONE-DEPARTMENT
               VARYING DEPARTMENT-INDEX FROM 1 BY 1
               UNTIL DEPARTMENT-INDEX > DEPARTMENT-COUNT.

       CODE-ONE-DEPARTMENT.
            PERFORM MATCH-ONE-RULE-TARGET
               VARYING TARGET-INDEX FROM 1 BY 1
               UNTIL TARGET-INDEX > 10
                  OR DEPARTMENT-GL-CODE (DEPARTMENT-INDEX)
                        NOT = SPACES.
            IF DEPARTMENT-GL-CODE (DEPARTMENT-INDEX) = SPACES
                COMPUTE UNCODED-TOTAL = UNCODED-TOTAL +
                   DEPARTMENT-LONG-DIST (DEPARTMENT-INDEX) +
                   DEPARTMENT-INTL (DEPARTMENT-INDEX).

       MATCH-ONE-RULE-TARGET.
            IF ALCR-TARGET-DEPARTMENT (TARGET-INDEX) =
                  DEPARTMENT-NAME (DEPARTMENT-INDEX) AND
                  ALCR-TARGET-DEPARTMENT (TARGET-INDEX) NOT = SPACES
                MOVE ALCR-TARGET-GL-CODE (TARGET-INDEX)
                   TO DEPARTMENT-GL-CODE (DEPARTMENT-INDEX).

      *--------------------------------
      * CHARGEBACK REPORT
      *--------------------------------
       START-THE-REPORT.
            MOVE "TELCHG01" TO SPOOL-NAME-REPORT-ID.
            MOVE "TELEPHONE CHARGEBACK" TO SPOOL-NAME-TITLE.
            MOVE OPERATOR-ID TO SPOOL-BY-OPERATOR.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.
            MOVE "Y" TO REPORT-STARTED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "TELEPHONE CHARGEBACK - VOUCHER " VOUCHER-NUMBER
               " " VOUCHER-INVOICE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

       PRINT-THE-CHARGEBACK.
            IF EXCEPTION-CALLS = ZERO
                PERFORM START-THE-REPORT
            ELSE
                PERFORM LINE-FEED.
            MOVE "LONG-DISTANCE AND INTERNATIONAL BY DEPARTMENT"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE DEPARTMENT-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-DEPARTMENT
               VARYING DEPARTMENT-INDEX FROM 1 BY 1
               UNTIL DEPARTMENT-INDEX > DEPARTMENT-COUNT.
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "CALLS READ:        " CALLS-READ
               "   LOCAL: " LOCAL-CALLS
               "   REJECTED: " CALLS-REJECTED
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE CHARGED-TOTAL TO TOTAL-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "CHARGED TO DEPTS:  " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE UNCODED-TOTAL TO TOTAL-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "  NO GL CODE:      " TOTAL-FIELD
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE EXCEPTION-TOTAL TO TOTAL-FIELD.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "EXCEPTIONS:        " TOTAL-FIELD
               "  (" EXCEPTION-CALLS " CALLS)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF DEPARTMENT-OVERFLOW = "Y"
                MOVE "** DEPARTMENTS PAST 98 LISTED AS EXCEPTIONS **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-DEPARTMENT.
            MOVE DEPARTMENT-NAME (DEPARTMENT-INDEX)
               TO PRINT-DEPARTMENT.
            IF DEPARTMENT-GL-CODE (DEPARTMENT-INDEX) = SPACES
                MOVE "*NONE*" TO PRINT-GL-CODE
            ELSE
                MOVE DEPARTMENT-GL-CODE (DEPARTMENT-INDEX)
                   TO PRINT-GL-CODE.
            MOVE DEPARTMENT-CALLS (DEPARTMENT-INDEX) TO PRINT-CALLS.
            MOVE DEPARTMENT-LONG-DIST (DEPARTMENT-INDEX)
               TO PRINT-LONG-DIST.
            MOVE DEPARTMENT-INTL (DEPARTMENT-INDEX) TO PRINT-INTL.
            COMPUTE DEPARTMENT-TOTAL =
               DEPARTMENT-LONG-DIST (DEPARTMENT-INDEX) +
               DEPARTMENT-INTL (DEPARTMENT-INDEX).
            MOVE DEPARTMENT-TOTAL TO PRINT-TOTAL.
            MOVE DEPARTMENT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * SPLIT THE VOUCHER
      *--------------------------------
       SPLIT-THE-VOUCHER.
            COMPUTE REMAINDER-AMOUNT =
               VOUCHER-AMOUNT - CHARGED-TOTAL + UNCODED-TOTAL.
            IF REMAINDER-AMOUNT < ZERO
                DISPLAY "THE CALLS COST MORE THAN THE VOUCHER -"
                DISPLAY "WRONG VOUCHER OR WRONG MONTH - NOT SPLIT"
                MOVE "** CALLS EXCEED THE VOUCHER - NOT SPLIT **"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
            ELSE
            IF CHARGED-TOTAL = UNCODED-TOTAL
                DISPLAY "NOTHING TO CHARGE BACK - NOT SPLIT"
            ELSE
                PERFORM ASK-OK-TO-SPLIT
                IF OK-TO-SPLIT = "Y"
                    PERFORM CHECK-THE-INBOUND-FILE
                    IF INBOUND-LOAD-OK = "Y"
                        PERFORM WRITE-THE-SPLIT.

       ASK-OK-TO-SPLIT.
            MOVE REMAINDER-AMOUNT TO TOTAL-FIELD.
            DISPLAY "LEFT ON " VOUCHER-GL-CODE ": " TOTAL-FIELD.
            DISPLAY "WRITE THE SPLIT TO VOUCHER " VOUCHER-NUMBER
               " (Y/N)?".
            ACCEPT OK-TO-SPLIT.
            INSPECT OK-TO-SPLIT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF OK-TO-SPLIT NOT = "Y" AND OK-TO-SPLIT NOT = "N"
                DISPLAY "YOU MUST ENTER YES (Y) OR NO (N)"
                PERFORM ASK-OK-TO-SPLIT.

       WRITE-THE-SPLIT.
            MOVE ZERO TO NEXT-LINE-NUMBER.
            PERFORM WRITE-ONE-DEPARTMENT-LINE
               VARYING DEPARTMENT-INDEX FROM 1 BY 1
               UNTIL DEPARTMENT-INDEX > DEPARTMENT-COUNT.
            IF REMAINDER-AMOUNT NOT = ZERO
                MOVE VOUCHER-GL-CODE TO DIST-GL-CODE
                MOVE REMAINDER-AMOUNT TO DIST-AMOUNT
                PERFORM WRITE-ONE-DISTRIBUTION-LINE.
            DISPLAY "VOUCHER " VOUCHER-NUMBER " SPLIT INTO "
               NEXT-LINE-NUMBER " DISTRIBUTION LINE(S)".
            PERFORM LINE-FEED.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "VOUCHER " VOUCHER-NUMBER " SPLIT INTO "
               NEXT-LINE-NUMBER " DISTRIBUTION LINE(S)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       WRITE-ONE-DEPARTMENT-LINE.
            COMPUTE DEPARTMENT-TOTAL =
               DEPARTMENT-LONG-DIST (DEPARTMENT-INDEX) +
               DEPARTMENT-INTL (DEPARTMENT-INDEX).
            IF DEPARTMENT-GL-CODE (DEPARTMENT-INDEX) NOT = SPACES AND
                  DEPARTMENT-TOTAL NOT = ZERO
                MOVE DEPARTMENT-GL-CODE (DEPARTMENT-INDEX)
                   TO DIST-GL-CODE
                MOVE DEPARTMENT-TOTAL TO DIST-AMOUNT
                PERFORM WRITE-ONE-DISTRIBUTION-LINE.

       WRITE-ONE-DISTRIBUTION-LINE.
            ADD 1 TO NEXT-LINE-NUMBER.
            MOVE VOUCHER-NUMBER TO DIST-VOUCHER-NUMBER.
            MOVE NEXT-LINE-NUMBER TO DIST-LINE-NUMBER.
            MOVE ZERO TO DIST-COMPANY.
            MOVE SPACES TO DIST-JOB-NUMBER.
            MOVE "X" TO DIST-1099-BOX.
            WRITE DISTRIBUTION-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING DISTRIBUTION LINE".

       READ-IMPORT-RECORD.
            READ IMPORT-FILE
               AT END MOVE "Y" TO IMPORT-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plinbd01.cbl".

            COPY "plspool01.cbl".
