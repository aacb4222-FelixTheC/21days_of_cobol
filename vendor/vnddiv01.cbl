      * Diversity spend report - totals voucher-file paid amounts by
      * vendor-class (minority-owned, woman-owned, veteran-owned, or
      * none) for our quarterly supplier-diversity compliance filing.
      * On request a supplier's branches and remit locations count
      * as one company under the family parent (vndfam01.cbl): the
      * whole family's spend falls in the parent's class, and a
      * family section lists each family's combined total.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vnddiv01.
                             "GRAND TOTAL: ".
            05 PRINT-GRAND-TOTAL          PIC ZZZ,ZZ9.99-.

       01   FAMILY-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-FAMILY-HEAD          PIC ZZZZ9.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-FAMILY-NAME          PIC X(30).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-FAMILY-CLASS         PIC X.
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-FAMILY-MEMBERS       PIC ZZ9.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-FAMILY-TOTAL         PIC ZZZ,ZZ9.99-.

       01   FAMILY-COLUMN-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "PARENT".
            05 FILLER                     PIC X(31) VALUE SPACE.
            05 FILLER                     PIC X(6)  VALUE "C MBRS".
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 FILLER                     PIC X(10) VALUE "TOTAL PAID".

       01   FAMILY-TOTAL-TABLE.
            05 FAMILY-TOTAL-ENTRY OCCURS 300 TIMES.
               10 FAMILY-TOTAL-HEAD       PIC 9(5).
               10 FAMILY-TOTAL-NAME       PIC X(30).
               10 FAMILY-TOTAL-CLASS      PIC X.
               10 FAMILY-TOTAL-MEMBERS    PIC 9(3).
               10 FAMILY-TOTAL-AMOUNT     PIC S9(8)V99.

       77   FAMILY-COUNT                  PIC 9(3) VALUE ZERO.
       77   FAMILY-INDEX                  PIC 9(3).
       77   FAMILY-SCAN                   PIC 9(3).
       77   ROLLUP-BY-FAMILY              PIC X.
       77   CLASS-ADD-CODE                PIC X.
       77   CLASS-ADD-AMOUNT              PIC S9(8)V99.

       01   CLASS-TOTAL-TABLE.
            05 CLASS-TOTAL-ENTRY OCCURS 4 TIMES.
               10 CLASS-TOTAL-CODE        PIC X.
       77   VENDOR-TOTAL-PAID             PIC S9(7)V99.
       77   GRAND-TOTAL                   PIC S9(8)V99 VALUE ZERO.

       77   LOWER-ALPHA                   PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
       77   UPPER-ALPHA                   PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

            COPY "wsfam01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM INIT-CLASS-TOTAL-TABLE.
            PERFORM ACCEPT-ROLLUP-OPTION.

            IF ROLLUP-BY-FAMILY = "Y"
                PERFORM LOAD-THE-FAMILY-HEADS.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM SUM-EACH-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".
            IF ROLLUP-BY-FAMILY = "Y"
                PERFORM ADD-ONE-FAMILY-TO-CLASS
                   VARYING FAMILY-INDEX FROM 1 BY 1
                   UNTIL FAMILY-INDEX > FAMILY-COUNT.

            PERFORM PRINT-THE-REPORT.
            PERFORM CLOSING-PROCEDURE.
            MOVE "N" TO CLASS-TOTAL-CODE (4).
            MOVE "NONE" TO CLASS-TOTAL-NAME (4).

       ACCEPT-ROLLUP-OPTION.
            DISPLAY "ROLL UP BY CORPORATE FAMILY (Y/N)?".
            ACCEPT ROLLUP-BY-FAMILY.
            INSPECT ROLLUP-BY-FAMILY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.

       SUM-EACH-VENDOR.
            PERFORM SUM-VENDOR-PAID-AMOUNT.
            MOVE "N" TO VENDOR-IN-A-FAMILY.
            IF ROLLUP-BY-FAMILY = "Y"
                PERFORM SET-THE-FAMILY-KEY.
            IF VENDOR-IN-A-FAMILY = "Y"
                PERFORM ADD-TO-FAMILY-TOTAL
            ELSE IF VENDOR-TOTAL-PAID NOT = ZERO
                MOVE VENDOR-CLASS TO CLASS-ADD-CODE
                MOVE VENDOR-TOTAL-PAID TO CLASS-ADD-AMOUNT
                PERFORM ADD-TO-CLASS-TOTAL.
            PERFORM READ-NEXT-VENDOR-RECORD.

      * A branch can come up before its parent, so the family takes
      * the parent's name and class whenever the parent comes by.
       ADD-TO-FAMILY-TOTAL.
            MOVE ZERO TO FAMILY-INDEX.
            PERFORM MATCH-ONE-FAMILY-TOTAL
               VARYING FAMILY-SCAN FROM 1 BY 1
               UNTIL FAMILY-SCAN > FAMILY-COUNT
                  OR FAMILY-INDEX NOT = ZERO.
            IF FAMILY-INDEX = ZERO
                IF FAMILY-COUNT < 300
                    ADD 1 TO FAMILY-COUNT
                    MOVE FAMILY-COUNT TO FAMILY-INDEX
                    MOVE FAMILY-KEY TO FAMILY-TOTAL-HEAD (FAMILY-INDEX)
                    MOVE VENDOR-NAME TO FAMILY-TOTAL-NAME (FAMILY-INDEX)
                    MOVE VENDOR-CLASS
                       TO FAMILY-TOTAL-CLASS (FAMILY-INDEX)
                    MOVE ZERO TO FAMILY-TOTAL-MEMBERS (FAMILY-INDEX)
                    MOVE ZERO TO FAMILY-TOTAL-AMOUNT (FAMILY-INDEX)
                END-IF
            END-IF.
            IF FAMILY-INDEX = ZERO
                MOVE VENDOR-CLASS TO CLASS-ADD-CODE
                MOVE VENDOR-TOTAL-PAID TO CLASS-ADD-AMOUNT
                PERFORM ADD-TO-CLASS-TOTAL
            ELSE
                IF VENDOR-HAS-NO-PARENT
                    MOVE VENDOR-NAME
                       TO FAMILY-TOTAL-NAME (FAMILY-INDEX)
                    MOVE VENDOR-CLASS
                       TO FAMILY-TOTAL-CLASS (FAMILY-INDEX)
                END-IF
                ADD 1 TO FAMILY-TOTAL-MEMBERS (FAMILY-INDEX)
                ADD VENDOR-TOTAL-PAID
                   TO FAMILY-TOTAL-AMOUNT (FAMILY-INDEX).

       MATCH-ONE-FAMILY-TOTAL.
            IF FAMILY-TOTAL-HEAD (FAMILY-SCAN) = FAMILY-KEY
                MOVE FAMILY-SCAN TO FAMILY-INDEX.

       ADD-ONE-FAMILY-TO-CLASS.
            IF FAMILY-TOTAL-AMOUNT (FAMILY-INDEX) NOT = ZERO
                MOVE FAMILY-TOTAL-CLASS (FAMILY-INDEX)
                   TO CLASS-ADD-CODE
                MOVE FAMILY-TOTAL-AMOUNT (FAMILY-INDEX)
                   TO CLASS-ADD-AMOUNT
                PERFORM ADD-TO-CLASS-TOTAL.

       SUM-VENDOR-PAID-AMOUNT.
            MOVE ZERO TO VENDOR-TOTAL-PAID.
            CLOSE VOUCHER-FILE.
       ADD-TO-CLASS-TOTAL.
            PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX > 4
                  OR CLASS-TOTAL-CODE (CLASS-INDEX) = CLASS-ADD-CODE
            END-PERFORM.
            IF CLASS-INDEX > 4
                MOVE 4 TO CLASS-INDEX.
            ADD CLASS-ADD-AMOUNT TO CLASS-TOTAL-AMOUNT (CLASS-INDEX).
            ADD CLASS-ADD-AMOUNT TO GRAND-TOTAL.

       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
            MOVE GRAND-TOTAL TO PRINT-GRAND-TOTAL.
            MOVE TOTAL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF ROLLUP-BY-FAMILY = "Y"
                PERFORM PRINT-THE-FAMILIES.

       PRINT-CLASS-LINE.
            MOVE SPACE TO DETAIL-LINE.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-THE-FAMILIES.
            PERFORM LINE-FEED.
            MOVE "SPEND BY CORPORATE FAMILY" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE FAMILY-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-FAMILY-LINE
               VARYING FAMILY-INDEX FROM 1 BY 1
               UNTIL FAMILY-INDEX > FAMILY-COUNT.

       PRINT-ONE-FAMILY-LINE.
            IF FAMILY-TOTAL-AMOUNT (FAMILY-INDEX) NOT = ZERO
                MOVE SPACE TO FAMILY-LINE
                MOVE FAMILY-TOTAL-HEAD (FAMILY-INDEX)
                   TO PRINT-FAMILY-HEAD
                MOVE FAMILY-TOTAL-NAME (FAMILY-INDEX)
                   TO PRINT-FAMILY-NAME
                MOVE FAMILY-TOTAL-CLASS (FAMILY-INDEX)
                   TO PRINT-FAMILY-CLASS
                MOVE FAMILY-TOTAL-MEMBERS (FAMILY-INDEX)
                   TO PRINT-FAMILY-MEMBERS
                MOVE FAMILY-TOTAL-AMOUNT (FAMILY-INDEX)
                   TO PRINT-FAMILY-TOTAL
                MOVE FAMILY-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

            PERFORM WRITE-TO-PRINTER.

            COPY "plspool01.cbl".
            COPY "plfam01.cbl".
