      * spooled output once it is no longer needed. A purge empties
      * the spooled file and marks the catalog record "P" - the
      * catalog record itself stays on file as the history of the
      * run. A report marked kept (a signed-off month-end tie-out)
      * lists as KEPT and cannot be purged. Nor can a run made on a
      * date inside a dated legal hold (fdlhld01.cbl) - it lists as
      * HELD, and the purge names the matter that holds it.
      * Option 4 runs the report router (splrte01.cbl) to send the
      * runs spooled since it last ran - reports run from the
      * terminal - to the people on their distribution lists; the
      * batch stream driver routes its own steps' reports.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. splmgr01.
       FILE-CONTROL.

            COPY "slsplcat.cbl".
            COPY "sllhld01.cbl".

            SELECT OPTIONAL SPOOL-REPORT-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
       DATA DIVISION.
       FILE SECTION.
            COPY "fdsplcat.cbl".
            COPY "fdlhld01.cbl".

       FD   SPOOL-REPORT-FILE
            LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.

       77   MENU-PICK                     PIC 9.
            88 MENU-PICK-IS-VALID         VALUES 0 THRU 4.

       77   CATALOG-FILE-AT-END           PIC X.
       77   CATALOG-RECORD-FOUND          PIC X.
            COPY "wsspool01.cbl".
            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wslhld01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

       OPENING-PROCEDURE.
            OPEN I-O SPOOL-CATALOG-FILE.
            OPEN INPUT LEGAL-HOLD-FILE.

       CLOSING-PROCEDURE.
            CLOSE SPOOL-CATALOG-FILE.
            CLOSE LEGAL-HOLD-FILE.

       MAINTAIN-THE-CATALOG.
            PERFORM DO-THE-MENU-PICK.
            DISPLAY "1.    LIST SPOOLED REPORTS".
            DISPLAY "2.    REPRINT A SPOOLED REPORT".
            DISPLAY "3.    PURGE A SPOOLED REPORT".
            DISPLAY "4.    ROUTE NEWLY SPOOLED REPORTS".
            DISPLAY " ".
            DISPLAY "0.    EXIT".
            DISPLAY " ".
            DISPLAY "YOUR SELECTION (0-4)?".

       GET-THE-PICK.
            ACCEPT MENU-PICK.
                PERFORM REPRINT-A-REPORT.
            IF MENU-PICK = 3
                PERFORM PURGE-A-REPORT.
            IF MENU-PICK = 4
                PERFORM ROUTE-THE-REPORTS.

      *--------------------------------
      * ROUTE NEWLY SPOOLED REPORTS
      *--------------------------------
      * The router opens the catalog itself, so it is closed here
      * for the call.
       ROUTE-THE-REPORTS.
            CLOSE SPOOL-CATALOG-FILE.
            CALL "splrte01"
               ON EXCEPTION
               DISPLAY "REPORT ROUTER NOT FOUND - REPORTS NOT ROUTED".
            OPEN I-O SPOOL-CATALOG-FILE.
            DISPLAY "NEWLY SPOOLED REPORTS ROUTED".

      *--------------------------------
      * LIST THE SPOOL CATALOG
            MOVE SPOOL-REPORT-TIME TO LIST-REPORT-TIME.
            MOVE SPOOL-REPORT-TITLE TO LIST-REPORT-TITLE.
            MOVE SPOOL-OPERATOR-ID TO LIST-OPERATOR-ID.
            MOVE SPACE TO LIST-STATUS.
            IF SPOOL-IS-PURGED
                MOVE "PURGED" TO LIST-STATUS.
            IF SPOOL-IS-KEPT
                MOVE "KEPT" TO LIST-STATUS.
            IF SPOOL-IS-ON-FILE
                PERFORM CHECK-SPOOL-HOLD
                IF HOLD-CHECK-FOUND = "Y"
                    MOVE "HELD" TO LIST-STATUS.
            DISPLAY CATALOG-LIST-LINE.
            PERFORM READ-NEXT-CATALOG-RECORD.

                IF SPOOL-IS-PURGED
                    DISPLAY "THAT REPORT IS ALREADY PURGED"
                ELSE
                    IF SPOOL-IS-KEPT
                        DISPLAY "THAT REPORT WAS SIGNED OFF AND IS "
                           "KEPT - IT CANNOT BE PURGED"
                    ELSE
                        PERFORM PURGE-UNLESS-HELD.

       PURGE-UNLESS-HELD.
            PERFORM CHECK-SPOOL-HOLD.
            IF HOLD-CHECK-FOUND = "Y"
                DISPLAY "THAT REPORT IS UNDER LEGAL HOLD ("
                   HOLD-CHECK-MATTER ") - IT CANNOT BE PURGED"
            ELSE
                PERFORM CONFIRM-AND-PURGE.

      * A spooled run belongs to no one vendor - it is held when
      * its run date falls inside any dated hold.
       CHECK-SPOOL-HOLD.
            MOVE ZEROES TO HOLD-CHECK-VENDOR.
            MOVE ZEROES TO HOLD-CHECK-VOUCHER.
            MOVE SPOOL-REPORT-DATE TO HOLD-CHECK-DATE.
            PERFORM CHECK-LEGAL-HOLD.

       CONFIRM-AND-PURGE.
            DISPLAY "PURGE " SPOOL-REPORT-TITLE " (Y/N)?".

            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "pllhld01.cbl".
