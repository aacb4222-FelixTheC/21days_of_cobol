      * percent change, ranked largest current spend first, with a
      * top-N cutoff (0 = all), subtotals by VENDOR-CLASS, and an
      * optional comma-delimited file in vndrpt01.cbl's CSV style so
      * purchasing can work the numbers in a spreadsheet. On request
      * the branches and remit locations of one supplier roll up
      * into a single line under the family parent (vndfam01.cbl),
      * ranked and classed as the parent, with the member count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vndspn01.
            05 PRINT-PRIOR-SPEND          PIC ZZZ,ZZ9.99-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-PCT-CHANGE           PIC ZZZ9.9-.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-MEMBERS              PIC ZZZ.

       01   COLUMN-LINE.
            05 FILLER                     PIC X(3)  VALUE "RNK".
                             VALUE "PRIOR PERIOD".
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 FILLER                     PIC X(5)  VALUE "PCT +".
            05 FILLER                     PIC X(4)  VALUE SPACE.
            05 FILLER                     PIC X(4)  VALUE "MBRS".

       01   SPEND-TABLE.
            05 SPEND-ENTRY OCCURS 500 TIMES.
               10 SPEND-CLASS             PIC X.
               10 SPEND-CURRENT           PIC S9(9)V99.
               10 SPEND-PRIOR             PIC S9(9)V99.
               10 SPEND-MEMBERS           PIC 9(3).

       77   SPEND-COUNT                   PIC 9(3) VALUE ZERO.
       77   SPEND-INDEX                   PIC 9(3).
       77   SPEND-SCAN                    PIC 9(3).
       77   SWAP-NEEDED                   PIC X.
       77   SPEND-KEPT                    PIC 9(3).

       01   SWAP-ENTRY.
            05 SWAP-VENDOR                PIC 9(5).
            05 SWAP-CLASS                 PIC X.
            05 SWAP-CURRENT               PIC S9(9)V99.
            05 SWAP-PRIOR                 PIC S9(9)V99.
            05 SWAP-MEMBERS               PIC 9(3).

       77   VENDOR-FILE-AT-END            PIC X.
       77   VOUCHER-FILE-AT-END           PIC X.
       77   TOP-N-WANTED                  PIC 9(3).
       77   LINES-PRINTED                 PIC 9(3) VALUE ZERO.
       77   WANT-CSV                      PIC X.
       77   ROLLUP-BY-FAMILY              PIC X.
       77   PCT-CHANGE                    PIC S9(4)V9.

       01   CLASS-TOTAL-TABLE.
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsfam01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ACCEPT-REPORT-PARAMETERS.
            PERFORM INIT-CLASS-TOTAL-TABLE.

            IF ROLLUP-BY-FAMILY = "Y"
                PERFORM LOAD-THE-FAMILY-HEADS.
            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM COLLECT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y"
                  OR SPEND-COUNT = 500.
            IF ROLLUP-BY-FAMILY = "Y"
                PERFORM DROP-IDLE-FAMILIES.

            PERFORM SORT-BY-CURRENT-SPEND.
            PERFORM PRINT-THE-REPORT.
               TO NUMERIC-ENTRY-PROMPT.
            PERFORM GET-NUMERIC-ENTRY.
            MOVE NUMERIC-ENTRY-FIELD TO TOP-N-WANTED.
            DISPLAY "ROLL UP BY CORPORATE FAMILY (Y/N)?".
            ACCEPT ROLLUP-BY-FAMILY.
            INSPECT ROLLUP-BY-FAMILY
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            DISPLAY "ALSO WRITE THE CSV FILE (Y/N)?".
            ACCEPT WANT-CSV.
            INSPECT WANT-CSV
      * inner-voucher rescan)
      *--------------------------------
       COLLECT-ONE-VENDOR.
            MOVE "N" TO VENDOR-IN-A-FAMILY.
            IF ROLLUP-BY-FAMILY = "Y"
                PERFORM SET-THE-FAMILY-KEY.
            IF VENDOR-IN-A-FAMILY = "Y"
                PERFORM ADD-VENDOR-TO-ITS-FAMILY
            ELSE
                PERFORM ADD-ONE-VENDOR-ENTRY.
            PERFORM READ-NEXT-VENDOR-RECORD.

       ADD-ONE-VENDOR-ENTRY.
            ADD 1 TO SPEND-COUNT.
            MOVE SPEND-COUNT TO SPEND-INDEX.
            MOVE VENDOR-NUMBER TO SPEND-VENDOR (SPEND-INDEX).
            MOVE VENDOR-CLASS TO SPEND-CLASS (SPEND-INDEX).
            MOVE ZERO TO SPEND-CURRENT (SPEND-INDEX).
            MOVE ZERO TO SPEND-PRIOR (SPEND-INDEX).
            MOVE ZERO TO SPEND-MEMBERS (SPEND-INDEX).
            PERFORM SUM-THE-VENDOR-SPEND.
            IF SPEND-CURRENT (SPEND-INDEX) = ZERO AND
                  SPEND-PRIOR (SPEND-INDEX) = ZERO
                SUBTRACT 1 FROM SPEND-COUNT.

      * One line per family, keyed by the parent's number. A branch
      * can come up before its parent, so the line takes the
      * parent's name and class whenever the parent itself comes
      * by; families with no spend at all are dropped afterwards.
       ADD-VENDOR-TO-ITS-FAMILY.
            PERFORM FIND-THE-FAMILY-ENTRY.
            IF SPEND-INDEX = ZERO
                ADD 1 TO SPEND-COUNT
                MOVE SPEND-COUNT TO SPEND-INDEX
                MOVE FAMILY-KEY TO SPEND-VENDOR (SPEND-INDEX)
                MOVE VENDOR-NAME TO SPEND-NAME (SPEND-INDEX)
                MOVE VENDOR-CLASS TO SPEND-CLASS (SPEND-INDEX)
                MOVE ZERO TO SPEND-CURRENT (SPEND-INDEX)
                MOVE ZERO TO SPEND-PRIOR (SPEND-INDEX)
                MOVE ZERO TO SPEND-MEMBERS (SPEND-INDEX).
            IF VENDOR-HAS-NO-PARENT
                MOVE VENDOR-NAME TO SPEND-NAME (SPEND-INDEX)
                MOVE VENDOR-CLASS TO SPEND-CLASS (SPEND-INDEX).
            ADD 1 TO SPEND-MEMBERS (SPEND-INDEX).
            PERFORM SUM-THE-VENDOR-SPEND.

       FIND-THE-FAMILY-ENTRY.
            MOVE ZERO TO SPEND-INDEX.
            PERFORM MATCH-ONE-FAMILY-ENTRY
               VARYING SPEND-SCAN FROM 1 BY 1
               UNTIL SPEND-SCAN > SPEND-COUNT
                  OR SPEND-INDEX NOT = ZERO.

       MATCH-ONE-FAMILY-ENTRY.
            IF SPEND-VENDOR (SPEND-SCAN) = FAMILY-KEY
                MOVE SPEND-SCAN TO SPEND-INDEX.

       DROP-IDLE-FAMILIES.
            MOVE ZERO TO SPEND-KEPT.
            PERFORM KEEP-ONE-ACTIVE-ENTRY
               VARYING SPEND-INDEX FROM 1 BY 1
               UNTIL SPEND-INDEX > SPEND-COUNT.
            MOVE SPEND-KEPT TO SPEND-COUNT.

       KEEP-ONE-ACTIVE-ENTRY.
            IF SPEND-CURRENT (SPEND-INDEX) NOT = ZERO OR
                  SPEND-PRIOR (SPEND-INDEX) NOT = ZERO
                ADD 1 TO SPEND-KEPT
                MOVE SPEND-ENTRY (SPEND-INDEX)
                   TO SPEND-ENTRY (SPEND-KEPT).

       SUM-THE-VENDOR-SPEND.
            CLOSE VOUCHER-FILE.
      * PRINT AND EXPORT
      *--------------------------------
       PRINT-THE-REPORT.
            IF ROLLUP-BY-FAMILY = "Y"
                MOVE "VENDOR SPEND ANALYSIS - BY CORPORATE FAMILY"
                   TO PRINTER-RECORD
            ELSE
                MOVE "VENDOR SPEND ANALYSIS" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.
            MOVE COLUMN-LINE TO PRINTER-RECORD.
            MOVE SPEND-PRIOR (SPEND-INDEX) TO PRINT-PRIOR-SPEND.
            PERFORM COMPUTE-PCT-CHANGE.
            MOVE PCT-CHANGE TO PRINT-PCT-CHANGE.
            MOVE SPEND-MEMBERS (SPEND-INDEX) TO PRINT-MEMBERS.
            MOVE DETAIL-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF WANT-CSV = "Y"
            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plfam01.cbl".

            COPY "plspool01.cbl".
