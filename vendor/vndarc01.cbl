      *   - they have NO 1099-reportable payment inside the IRS
      *     retention window (four calendar years), whatever the
      *     activity cutoff says.
      * A vendor under any placed legal hold (fdlhld01.cbl) stays on
      * the master whatever the rest says, and is listed as held.
      * Archived vendors ride fdvndhst.cbl as whole-record images:
      * reachable from the inquiry option here, and restorable
      * intact if the vendor comes back. Moves are journaled the
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "sllhld01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdlhld01.cbl".

       WORKING-STORAGE SECTION.

       77   VENDOR-HAS-RECENT-ACTIVITY    PIC X.
       77   VENDOR-HAS-1099-ACTIVITY      PIC X.
       77   ARCHIVED-COUNT                PIC 9(5) VALUE ZERO.
       77   HELD-COUNT                    PIC 9(5) VALUE ZERO.
       77   RESTORE-VENDOR-NUMBER         PIC 9(5).
       77   CHECK-VENDOR-NUMBER           PIC 9(5).

            COPY "wscase01.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wslhld01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN EXTEND JOURNAL-FILE.
            OPEN INPUT LEGAL-HOLD-FILE.
            MOVE "VNDARC01" TO JOURNAL-PROGRAM-NAME.

       CLOSING-PROCEDURE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE JOURNAL-FILE.
            CLOSE LEGAL-HOLD-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
            ELSE
                PERFORM COMPUTE-THE-CUTOFFS
                MOVE ZERO TO ARCHIVED-COUNT
                MOVE ZERO TO HELD-COUNT
                MOVE "N" TO VENDOR-FILE-AT-END
                PERFORM READ-NEXT-VENDOR-RECORD
                PERFORM JUDGE-ONE-VENDOR
                   UNTIL VENDOR-FILE-AT-END = "Y"
                DISPLAY "VENDORS ARCHIVED: " ARCHIVED-COUNT
                DISPLAY "VENDORS KEPT UNDER LEGAL HOLD: " HELD-COUNT.

      * The activity cutoff is N years back from today; the IRS
      * window is the four calendar years 1099 penalties can still
            IF VENDOR-HAS-OPEN-VOUCHERS = "N" AND
                  VENDOR-HAS-RECENT-ACTIVITY = "N" AND
                  VENDOR-HAS-1099-ACTIVITY = "N"
                PERFORM ARCHIVE-UNLESS-HELD.
            PERFORM READ-NEXT-VENDOR-RECORD.

       ARCHIVE-UNLESS-HELD.
            MOVE VENDOR-NUMBER TO HOLD-CHECK-VENDOR.
            MOVE ZEROES TO HOLD-CHECK-VOUCHER.
            MOVE ZEROES TO HOLD-CHECK-DATE.
            PERFORM CHECK-LEGAL-HOLD.
            IF HOLD-CHECK-FOUND = "Y"
                ADD 1 TO HELD-COUNT
                DISPLAY "HELD     " VENDOR-NUMBER " "
                   VENDOR-NAME " MATTER " HOLD-CHECK-MATTER
            ELSE
                PERFORM ARCHIVE-THIS-VENDOR.

      * One keyed walk of the vendor's live vouchers (the
      * VOUCHER-VENDOR alternate key) and one of their archived
      * vouchers answers all three questions at once.

            COPY "plnumval01.cbl".
            COPY "pljrnl01.cbl".
            COPY "pllhld01.cbl".
