      * CONTROL-OPEN-AP-TOTAL. Any difference is the signal to pull
      * the audit trail before month-end, not after - a bad rewrite
      * can no longer silently change the payables total.
      *
      * A prior month-end's proof is re-run from the open-item
      * snapshot vchclo01.cbl froze at the close (fdopsnp01.cbl):
      * the frozen items re-added against the control total the
      * snapshot recorded, company by company.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. vchprf01.

            COPY "slvouch.cbl".
            COPY "slcontrol.cbl".
            COPY "slopsnp01.cbl".

            COPY "slsplcat.cbl".

       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdcontrol.cbl".
            COPY "fdopsnp01.cbl".

            COPY "fdsplcat.cbl".

            05 COMPANY-TOTAL-ENTRY OCCURS 9 TIMES.
               10 COMPANY-COMPUTED-TOTAL  PIC S9(9)V99 VALUE ZERO.

      * Each company's control total as a snapshot recorded it.
       01   SNAPSHOT-CONTROL-TABLE.
            05 SNAPSHOT-CONTROL-ENTRY OCCURS 9 TIMES.
               10 SNAPSHOT-CONTROL-TOTAL  PIC S9(9)V99 VALUE ZERO.
               10 SNAPSHOT-COMPANY-TAKEN  PIC X VALUE "N".

       77   VOUCHER-FILE-AT-END           PIC X.
       77   SNAPSHOT-FILE-AT-END          PIC X.
       77   PROOF-SOURCE                  PIC X.
       77   PROOF-AS-OF                   PIC 9(8).
       77   PROOF-COMPANY                 PIC 99.
       77   SNAPSHOTS-FOUND               PIC X VALUE "N".
       77   CONTROL-FILE-AT-END           PIC X.
       77   OPEN-AMOUNT                   PIC S9(9)V99 VALUE ZERO.
       77   PROOF-DIFFERENCE              PIC S9(9)V99 VALUE ZERO.
       77   DIFFERENCES-FOUND             PIC 9(2) VALUE ZERO.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM ACCEPT-PROOF-SOURCE.

            MOVE "OPEN-AP TRIAL-BALANCE PROOF" TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            IF PROOF-SOURCE = "S"
                PERFORM PRINT-THE-SNAPSHOT-DATE.
            PERFORM LINE-FEED.

            IF PROOF-SOURCE = "S"
                PERFORM PROVE-THE-SNAPSHOT
            ELSE
                PERFORM PROVE-THE-LIVE-FILE.

            IF DIFFERENCES-FOUND = ZERO
                DISPLAY "ALL COMPANIES PROVE - OPEN AP TIES OUT"
       OPENING-PROCEDURE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT CONTROL-FILE.
            OPEN INPUT OPEN-SNAPSHOT-FILE.
            MOVE "VCHPRF01" TO SPOOL-NAME-REPORT-ID.
            MOVE "OPEN-AP PROOF REPORT" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
       CLOSING-PROCEDURE.
            CLOSE VOUCHER-FILE.
            CLOSE CONTROL-FILE.
            CLOSE OPEN-SNAPSHOT-FILE.
            CLOSE PRINTER-FILE.

       ACCEPT-PROOF-SOURCE.
            DISPLAY "PROVE THE (L)IVE FILE OR A MONTH-END (S)NAPSHOT?".
            ACCEPT PROOF-SOURCE.
            INSPECT PROOF-SOURCE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF PROOF-SOURCE NOT = "L" AND
                  PROOF-SOURCE NOT = "S"
                DISPLAY "YOU MUST ENTER L OR S"
                PERFORM ACCEPT-PROOF-SOURCE.
            IF PROOF-SOURCE = "S"
                PERFORM ACCEPT-PROOF-AS-OF.

       ACCEPT-PROOF-AS-OF.
            MOVE "N" TO ZERO-DATE-IS-OK.
            MOVE "ENTER MONTH-END DATE OF THE SNAPSHOT(MM/DD/CCYY)?"
               TO DATE-PROMPT.
            MOVE "A MONTH-END DATE IS REQUIRED"
               TO DATE-ERROR-MESSAGE.
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO PROOF-AS-OF.

       PRINT-THE-SNAPSHOT-DATE.
            MOVE PROOF-AS-OF TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            MOVE SPACES TO PRINTER-RECORD.
            STRING "AS OF MONTH-END " FORMATTED-DATE " (SNAPSHOT)"
               DELIMITED BY SIZE INTO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PROVE-THE-LIVE-FILE.
            MOVE "N" TO VOUCHER-FILE-AT-END.
            PERFORM READ-NEXT-VOUCHER-RECORD.
            PERFORM ADD-ONE-OPEN-VOUCHER
               UNTIL VOUCHER-FILE-AT-END = "Y".

            MOVE "N" TO CONTROL-FILE-AT-END.
            PERFORM PROVE-ONE-COMPANY
               UNTIL CONTROL-FILE-AT-END = "Y".

      *--------------------------------
      * PRIOR MONTH-END SNAPSHOT
      *--------------------------------
      * The heading record (voucher 00000) of each company's
      * snapshot carries the control total it closed on; the rest
      * are the frozen open items.
       PROVE-THE-SNAPSHOT.
            MOVE "N" TO SNAPSHOT-FILE-AT-END.
            PERFORM READ-NEXT-SNAPSHOT-RECORD.
            PERFORM ADD-ONE-SNAPSHOT-ITEM
               UNTIL SNAPSHOT-FILE-AT-END = "Y".
            PERFORM PROVE-ONE-SNAPSHOT-COMPANY
               VARYING PROOF-COMPANY FROM 1 BY 1
               UNTIL PROOF-COMPANY > 9.
            IF SNAPSHOTS-FOUND = "N"
                MOVE "NO SNAPSHOT WAS TAKEN AT THAT MONTH-END"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                DISPLAY "NO SNAPSHOT WAS TAKEN AT THAT MONTH-END".

       ADD-ONE-SNAPSHOT-ITEM.
            IF OPSNP-AS-OF = PROOF-AS-OF AND
                  OPSNP-COMPANY NOT = ZERO
                IF OPSNP-VOUCHER = ZEROES
                    MOVE "Y" TO SNAPSHOT-COMPANY-TAKEN (OPSNP-COMPANY)
                    MOVE OPSNP-CONTROL-OPEN-AP
                       TO SNAPSHOT-CONTROL-TOTAL (OPSNP-COMPANY)
                ELSE
                    ADD OPSNP-OPEN-AMOUNT
                       TO COMPANY-COMPUTED-TOTAL (OPSNP-COMPANY).
            PERFORM READ-NEXT-SNAPSHOT-RECORD.

      * The proof line reads the control record's key and total,
      * so the snapshot's are set there (the file is only read).
       PROVE-ONE-SNAPSHOT-COMPANY.
            IF SNAPSHOT-COMPANY-TAKEN (PROOF-COMPANY) = "Y"
                MOVE "Y" TO SNAPSHOTS-FOUND
                MOVE PROOF-COMPANY TO CONTROL-KEY
                MOVE SNAPSHOT-CONTROL-TOTAL (PROOF-COMPANY)
                   TO CONTROL-OPEN-AP-TOTAL
                PERFORM PRINT-ONE-PROOF-LINE.

       READ-NEXT-SNAPSHOT-RECORD.
            READ OPEN-SNAPSHOT-FILE NEXT RECORD
               AT END MOVE "Y" TO SNAPSHOT-FILE-AT-END.

      * The same open-amount rule every payment path uses: amount
      * less cash, discount, and retainage, counted only while the
      * voucher is unpaid and not escheated.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".

            COPY "plspool01.cbl".
