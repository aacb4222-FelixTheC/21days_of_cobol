      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Sanctions-list refresh loader - rebuilds the sanctions list
      * (fdsdn01.cbl) from the Treasury OFAC SDN publication, the
      * feddir01.cbl way: the list is replaced wholesale each
      * refresh, so delisted names drop out and new designations
      * appear. Two comma-delimited inputs, one name per row, fields
      * that contain commas wrapped in double quotes as the
      * published files carry them:
      *    SDNLIST - entry,name,type,program[,...]
      *    SDNALT  - entry,alias,alias-type,alias-name[,...]
      * The published "-0-" placeholder for an empty field loads as
      * spaces. Every alias is filed under its entry with the
      * entry's type and program, so a payee matching only an
      * a.k.a. is caught by the same screen. The refresh is written
      * to the sanctions screening log (fdofaclg.cbl) with its row
      * counts - the log is what proves which list a screen ran
      * against. Run ofacscr01 after a refresh so the whole payee
      * base is screened against the new list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sdnld01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slsdn01.cbl".
            COPY "slofaclg.cbl".

            SELECT OPTIONAL SDN-IMPORT-FILE
               ASSIGN TO "SDNLIST"
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ALIAS-IMPORT-FILE
               ASSIGN TO "SDNALT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdsdn01.cbl".
            COPY "fdofaclg.cbl".

       FD   SDN-IMPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   SDN-IMPORT-RECORD             PIC X(300).

       FD   ALIAS-IMPORT-FILE
            LABEL RECORDS ARE STANDARD.
       01   ALIAS-IMPORT-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.

       77   IMPORT-FILE-AT-END            PIC X.
       77   NAMES-LOADED                  PIC 9(6) VALUE ZERO.
       77   ALIASES-LOADED                PIC 9(6) VALUE ZERO.
       77   ROWS-REJECTED                 PIC 9(6) VALUE ZERO.
       77   LOAD-DATE                     PIC 9(8).
       77   ENTRY-RECORD-FOUND            PIC X.
       77   ALIAS-ENTRY                   PIC 9(8).
       77   ALIAS-NUMBER                  PIC 9(6).
       77   ALIAS-NAME                    PIC X(60).

      * The row being split and the fields it splits into - a
      * comma inside double quotes is part of the field, not a
      * break, because "KIM, Jong Un" is one name.
       77   ROW-TO-SPLIT                  PIC X(300).
       77   ROW-SCAN                      PIC 9(3).
       77   ROW-IN-QUOTES                 PIC X.
       77   ROW-CHARACTER                 PIC X.
       77   FIELD-LENGTH                  PIC 9(2).
       01   ROW-FIELDS.
            05 ROW-FIELD-COUNT            PIC 9.
            05 ROW-FIELD                  PIC X(60)
                                          OCCURS 6 TIMES.
       77   FIELD-SCAN                    PIC 9.

            COPY "wscase01.cbl".
            COPY "wsnumval01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            ACCEPT LOAD-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT SDN-FILE.
            CLOSE SDN-FILE.
            OPEN I-O SDN-FILE.
            OPEN EXTEND OFAC-LOG-FILE.

            OPEN INPUT SDN-IMPORT-FILE.
            MOVE "N" TO IMPORT-FILE-AT-END.
            PERFORM READ-SDN-IMPORT-RECORD.
            PERFORM LOAD-ONE-LISTED-NAME
               UNTIL IMPORT-FILE-AT-END = "Y".
            CLOSE SDN-IMPORT-FILE.

            OPEN INPUT ALIAS-IMPORT-FILE.
            MOVE "N" TO IMPORT-FILE-AT-END.
            PERFORM READ-ALIAS-IMPORT-RECORD.
            PERFORM LOAD-ONE-ALIAS
               UNTIL IMPORT-FILE-AT-END = "Y".
            CLOSE ALIAS-IMPORT-FILE.

            PERFORM LOG-THE-REFRESH.
            DISPLAY "LISTED NAMES LOADED:     " NAMES-LOADED.
            DISPLAY "ALIASES LOADED:          " ALIASES-LOADED.
            DISPLAY "ROWS REJECTED:           " ROWS-REJECTED.
            CLOSE SDN-FILE.
            CLOSE OFAC-LOG-FILE.

       PROGRAM-DONE.
            GOBACK.

      *--------------------------------
      * PRIMARY NAMES
      *--------------------------------
       LOAD-ONE-LISTED-NAME.
            MOVE SDN-IMPORT-RECORD TO ROW-TO-SPLIT.
            PERFORM SPLIT-THE-ROW.
            MOVE ROW-FIELD (1) TO NUMERIC-ENTRY-FIELD.
            PERFORM EDIT-NUMERIC-ENTRY.
            IF NOT NUMERIC-ENTRY-IS-VALID OR
                  ROW-FIELD (2) = SPACES
                ADD 1 TO ROWS-REJECTED
                DISPLAY "ROW REJECTED - " ROW-FIELD (1)
            ELSE
                MOVE SPACES TO SDN-RECORD
                COMPUTE SDN-ENTRY-NUMBER =
                   FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD)
                MOVE ZEROES TO SDN-ALIAS-NUMBER
                MOVE ROW-FIELD (2) TO SDN-NAME
                MOVE ROW-FIELD (3) TO SDN-TYPE
                MOVE ROW-FIELD (4) TO SDN-PROGRAM
                PERFORM FILE-THE-LIST-RECORD
                IF ENTRY-RECORD-FOUND = "Y"
                    ADD 1 TO NAMES-LOADED.
            PERFORM READ-SDN-IMPORT-RECORD.

      *--------------------------------
      * ALIASES
      *--------------------------------
       LOAD-ONE-ALIAS.
            MOVE ALIAS-IMPORT-RECORD TO ROW-TO-SPLIT.
            PERFORM SPLIT-THE-ROW.
            MOVE "N" TO ENTRY-RECORD-FOUND.
            MOVE ROW-FIELD (1) TO NUMERIC-ENTRY-FIELD.
            PERFORM EDIT-NUMERIC-ENTRY.
            IF NUMERIC-ENTRY-IS-VALID
                COMPUTE ALIAS-ENTRY =
                   FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD)
                MOVE ROW-FIELD (2) TO NUMERIC-ENTRY-FIELD
                PERFORM EDIT-NUMERIC-ENTRY.
            IF NUMERIC-ENTRY-IS-VALID AND
                  ROW-FIELD (4) NOT = SPACES
                COMPUTE ALIAS-NUMBER =
                   FUNCTION NUMVAL (NUMERIC-ENTRY-FIELD)
                MOVE ROW-FIELD (4) TO ALIAS-NAME
                PERFORM READ-THE-LISTED-ENTRY.
            IF ENTRY-RECORD-FOUND = "N"
                ADD 1 TO ROWS-REJECTED
                DISPLAY "ALIAS REJECTED - " ROW-FIELD (1)
                   " " ROW-FIELD (2)
            ELSE
                MOVE ALIAS-NUMBER TO SDN-ALIAS-NUMBER
                MOVE ALIAS-NAME TO SDN-NAME
                PERFORM FILE-THE-LIST-RECORD
                IF ENTRY-RECORD-FOUND = "Y"
                    ADD 1 TO ALIASES-LOADED.
            PERFORM READ-ALIAS-IMPORT-RECORD.

      * The alias takes its type and program from the entry it
      * belongs to; an alias whose entry is not on the list is
      * rejected rather than loaded half-described.
       READ-THE-LISTED-ENTRY.
            MOVE ALIAS-ENTRY TO SDN-ENTRY-NUMBER.
            MOVE ZEROES TO SDN-ALIAS-NUMBER.
            MOVE "Y" TO ENTRY-RECORD-FOUND.
            READ SDN-FILE RECORD
               INVALID KEY
               MOVE "N" TO ENTRY-RECORD-FOUND.

       FILE-THE-LIST-RECORD.
            INSPECT SDN-NAME
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            INSPECT SDN-TYPE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE LOAD-DATE TO SDN-LOADED-DATE.
            MOVE "Y" TO ENTRY-RECORD-FOUND.
            WRITE SDN-RECORD
               INVALID KEY
               MOVE "N" TO ENTRY-RECORD-FOUND
               DISPLAY "DUPLICATE LIST ENTRY SKIPPED: "
                  SDN-ENTRY-NUMBER " " SDN-ALIAS-NUMBER.

      *--------------------------------
      * QUOTE-AWARE ROW SPLIT
      *--------------------------------
       SPLIT-THE-ROW.
            MOVE SPACES TO ROW-FIELDS.
            MOVE 1 TO ROW-FIELD-COUNT.
            MOVE ZERO TO FIELD-LENGTH.
            MOVE "N" TO ROW-IN-QUOTES.
            PERFORM SPLIT-ONE-CHARACTER
               VARYING ROW-SCAN FROM 1 BY 1
               UNTIL ROW-SCAN > 300.
            PERFORM BLANK-ONE-PLACEHOLDER
               VARYING FIELD-SCAN FROM 1 BY 1
               UNTIL FIELD-SCAN > 6.

       SPLIT-ONE-CHARACTER.
            MOVE ROW-TO-SPLIT (ROW-SCAN : 1) TO ROW-CHARACTER.
            IF ROW-CHARACTER = QUOTE
                IF ROW-IN-QUOTES = "Y"
                    MOVE "N" TO ROW-IN-QUOTES
                ELSE
                    MOVE "Y" TO ROW-IN-QUOTES
                END-IF
            ELSE
                IF ROW-CHARACTER = "," AND ROW-IN-QUOTES = "N"
                    PERFORM START-THE-NEXT-FIELD
                ELSE
                    PERFORM ADD-TO-THE-FIELD.

       START-THE-NEXT-FIELD.
            IF ROW-FIELD-COUNT < 6
                ADD 1 TO ROW-FIELD-COUNT
                MOVE ZERO TO FIELD-LENGTH
            ELSE
                MOVE 301 TO ROW-SCAN.

      * Leading blanks are dropped so " SDGT" files as "SDGT".
       ADD-TO-THE-FIELD.
            IF ROW-CHARACTER = SPACE AND FIELD-LENGTH = ZERO
                CONTINUE
            ELSE
                IF FIELD-LENGTH < 60
                    ADD 1 TO FIELD-LENGTH
                    MOVE ROW-CHARACTER TO
                       ROW-FIELD (ROW-FIELD-COUNT)
                          (FIELD-LENGTH : 1).

       BLANK-ONE-PLACEHOLDER.
            IF ROW-FIELD (FIELD-SCAN) = "-0-"
                MOVE SPACES TO ROW-FIELD (FIELD-SCAN).

      *--------------------------------
      * THE SCREENING LOG
      *--------------------------------
       LOG-THE-REFRESH.
            MOVE SPACES TO OFAC-LOG-RECORD.
            ACCEPT OFAC-LOG-DATE FROM DATE YYYYMMDD.
            ACCEPT OFAC-LOG-TIME FROM TIME.
            MOVE "SDNLD01" TO OFAC-LOG-PROGRAM.
            MOVE "SYSTEM" TO OFAC-LOG-OPERATOR.
            MOVE "LD" TO OFAC-LOG-EVENT.
            MOVE ZEROES TO OFAC-LOG-PAYEE-NUMBER
                           OFAC-LOG-SDN-ENTRY
                           OFAC-LOG-SCORE
                           OFAC-LOG-HITS.
            STRING "NAMES " NAMES-LOADED
                   " ALIASES " ALIASES-LOADED
               DELIMITED BY SIZE INTO OFAC-LOG-NOTE.
            WRITE OFAC-LOG-RECORD.

       READ-SDN-IMPORT-RECORD.
            READ SDN-IMPORT-FILE
               AT END MOVE "Y" TO IMPORT-FILE-AT-END.

       READ-ALIAS-IMPORT-RECORD.
            READ ALIAS-IMPORT-FILE
               AT END MOVE "Y" TO IMPORT-FILE-AT-END.

            COPY "plnumval01.cbl".
