      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Sanctions screening of the whole payee base - every vendor
      * not marked inactive is screened under its VENDOR-NAME and,
      * when it has one, its VENDOR-REMIT-NAME (a factoring company
      * or lockbox can be the listed party even when the vendor is
      * not), and every active employee expense payee
      * (fdemp01.cbl) under EMPLOYEE-NAME. The matching is the
      * shared plofac01.cbl screen vndmnt04 runs at the end of an
      * add. New potential matches land on the hit file
      * (fdofac01.cbl) for a compliance operator to clear or
      * confirm in ofacrev01.cbl; every name screened is written to
      * the screening log (fdofaclg.cbl).
      *
      * Runs in the nightly stream after any sdnld01 refresh, and
      * prints every hit still blocking a payee - the new ones and
      * the ones nobody has decided yet - so the open list is on the
      * compliance desk each morning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ofacscr01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slemp01.cbl".
            COPY "slsdn01.cbl".
            COPY "slofac01.cbl".
            COPY "slofaclg.cbl".

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdemp01.cbl".
            COPY "fdsdn01.cbl".
            COPY "fdofac01.cbl".
            COPY "fdofaclg.cbl".

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsofac01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".

       01   HIT-LINE.
            05 PRINT-PAYEE-TYPE           PIC X.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PAYEE-NUMBER         PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-NAME-SOURCE          PIC X.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-PAYEE-NAME           PIC X(24).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-SCORE                PIC ZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-SDN-ENTRY            PIC ZZZZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-SDN-NAME             PIC X(22).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-HIT-STATUS           PIC X(9).

       01   COLUMN-LINE.
            05 FILLER                     PIC X(10) VALUE "PAYEE".
            05 FILLER                     PIC X(25) VALUE "NAME".
            05 FILLER                     PIC X(4)  VALUE "SCR".
            05 FILLER                     PIC X(9)  VALUE "LIST NO".
            05 FILLER                     PIC X(23) VALUE "LISTED NAME".
            05 FILLER                     PIC X(9)  VALUE "STATUS".

       01   TOTAL-LINE.
            05 TOTAL-LABEL                PIC X(30).
            05 TOTAL-COUNT                PIC ZZ,ZZ9.

       77   VENDOR-FILE-AT-END            PIC X.
       77   EMPLOYEE-FILE-AT-END          PIC X.
       77   HIT-FILE-AT-END               PIC X.
       77   RUN-DATE                      PIC 9(8).
       77   NAMES-SCREENED                PIC 9(5) VALUE ZERO.
       77   PAYEES-BLOCKED                PIC 9(5) VALUE ZERO.
       77   NEW-HITS-RAISED               PIC 9(5) VALUE ZERO.
       77   HITS-LISTED                   PIC 9(5) VALUE ZERO.
       77   PAYEE-BLOCKED                 PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE "OFACSCR1" TO OFAC-SCREEN-PROGRAM.

            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR.
            PERFORM SCREEN-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

            MOVE "N" TO EMPLOYEE-FILE-AT-END.
            PERFORM READ-NEXT-EMPLOYEE.
            PERFORM SCREEN-ONE-EMPLOYEE
               UNTIL EMPLOYEE-FILE-AT-END = "Y".

            PERFORM PRINT-THE-OPEN-HITS.
            PERFORM PRINT-THE-TOTALS.
            DISPLAY "PAYEE NAMES SCREENED: " NAMES-SCREENED.
            DISPLAY "NEW POTENTIAL MATCHES: " NEW-HITS-RAISED.
            DISPLAY "PAYEES BLOCKED:       " PAYEES-BLOCKED.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN INPUT SDN-FILE.
            OPEN I-O OFAC-HIT-FILE.
            OPEN EXTEND OFAC-LOG-FILE.
            MOVE "OFACSCR1" TO SPOOL-NAME-REPORT-ID.
            MOVE "SANCTIONS SCREENING" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            CLOSE VENDOR-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE SDN-FILE.
            CLOSE OFAC-HIT-FILE.
            CLOSE OFAC-LOG-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * VENDORS
      *--------------------------------
       SCREEN-ONE-VENDOR.
            IF NOT VENDOR-STATUS-INACTIVE
                MOVE "N" TO PAYEE-BLOCKED
                MOVE "V" TO OFAC-SCREEN-PAYEE-TYPE
                MOVE VENDOR-NUMBER TO OFAC-SCREEN-PAYEE-NUMBER
                MOVE "N" TO OFAC-SCREEN-NAME-SOURCE
                MOVE VENDOR-NAME TO OFAC-SCREEN-NAME
                PERFORM SCREEN-AND-COUNT
                IF VENDOR-REMIT-NAME NOT = SPACES
                    MOVE "R" TO OFAC-SCREEN-NAME-SOURCE
                    MOVE VENDOR-REMIT-NAME TO OFAC-SCREEN-NAME
                    PERFORM SCREEN-AND-COUNT
                END-IF
                IF PAYEE-BLOCKED = "Y"
                    ADD 1 TO PAYEES-BLOCKED.
            PERFORM READ-NEXT-VENDOR.

      *--------------------------------
      * EMPLOYEE PAYEES
      *--------------------------------
       SCREEN-ONE-EMPLOYEE.
            IF EMPLOYEE-STATUS-ACTIVE
                MOVE "N" TO PAYEE-BLOCKED
                MOVE "E" TO OFAC-SCREEN-PAYEE-TYPE
                MOVE EMPLOYEE-NUMBER TO OFAC-SCREEN-PAYEE-NUMBER
                MOVE "E" TO OFAC-SCREEN-NAME-SOURCE
                MOVE EMPLOYEE-NAME TO OFAC-SCREEN-NAME
                PERFORM SCREEN-AND-COUNT
                IF PAYEE-BLOCKED = "Y"
                    ADD 1 TO PAYEES-BLOCKED.
            PERFORM READ-NEXT-EMPLOYEE.

       SCREEN-AND-COUNT.
            PERFORM SCREEN-ONE-PAYEE-NAME.
            ADD 1 TO NAMES-SCREENED.
            ADD OFAC-SCREEN-NEW-HITS TO NEW-HITS-RAISED.
            IF OFAC-SCREEN-HITS > ZERO
                MOVE "Y" TO PAYEE-BLOCKED.

      *--------------------------------
      * THE OPEN HITS
      *--------------------------------
       PRINT-THE-OPEN-HITS.
            MOVE "SANCTIONS SCREENING - HITS BLOCKING PAYMENT"
               TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE RUN-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "SCREENED " FORMATTED-DATE
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE "N" TO HIT-FILE-AT-END.
            MOVE LOW-VALUES TO OFAC-HIT-KEY.
            START OFAC-HIT-FILE
               KEY IS NOT LESS THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO HIT-FILE-AT-END.
            PERFORM PRINT-ONE-OPEN-HIT
               UNTIL HIT-FILE-AT-END = "Y".
            IF HITS-LISTED = ZERO
                MOVE "NO PAYEE IS BLOCKED" TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-OPEN-HIT.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO HIT-FILE-AT-END.
            IF HIT-FILE-AT-END NOT = "Y"
                IF OFAC-HIT-BLOCKS-PAYMENT
                    PERFORM PRINT-THE-HIT-LINE.

       PRINT-THE-HIT-LINE.
            ADD 1 TO HITS-LISTED.
            MOVE OFAC-HIT-PAYEE-TYPE TO PRINT-PAYEE-TYPE.
            MOVE OFAC-HIT-PAYEE-NUMBER TO PRINT-PAYEE-NUMBER.
            MOVE OFAC-HIT-NAME-SOURCE TO PRINT-NAME-SOURCE.
            MOVE OFAC-HIT-PAYEE-NAME TO PRINT-PAYEE-NAME.
            MOVE OFAC-HIT-SCORE TO PRINT-SCORE.
            MOVE OFAC-HIT-SDN-ENTRY TO PRINT-SDN-ENTRY.
            MOVE OFAC-HIT-SDN-NAME TO PRINT-SDN-NAME.
            IF OFAC-HIT-CONFIRMED
                MOVE "CONFIRMED" TO PRINT-HIT-STATUS
            ELSE
                IF OFAC-HIT-FOUND-DATE = RUN-DATE
                    MOVE "NEW" TO PRINT-HIT-STATUS
                ELSE
                    MOVE "UNDECIDED" TO PRINT-HIT-STATUS.
            MOVE HIT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            MOVE "PAYEE NAMES SCREENED" TO TOTAL-LABEL.
            MOVE NAMES-SCREENED TO TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "NEW POTENTIAL MATCHES" TO TOTAL-LABEL.
            MOVE NEW-HITS-RAISED TO TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "PAYEES BLOCKED" TO TOTAL-LABEL.
            MOVE PAYEES-BLOCKED TO TOTAL-COUNT.
            PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * FILE AND PRINT ROUTINES
      *--------------------------------
       READ-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

       READ-NEXT-EMPLOYEE.
            READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO EMPLOYEE-FILE-AT-END.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plofac01.cbl".
            COPY "plspool01.cbl".
            COPY "dtfmt01.cbl".
