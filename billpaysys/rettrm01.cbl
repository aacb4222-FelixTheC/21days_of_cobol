      * jrnrcv01 must always be able to roll a restored backup
      * forward. No verified backup on file means the journal is
      * not touched at all.
      *
      * Legal holds (fdlhld01.cbl) override every rule: an old
      * record a placed hold covers stays, is listed as held under
      * its matter, and counts among the kept. The vendor (and
      * voucher) behind a record comes from the record itself - the
      * journal and system-audit images by the file or program that
      * wrote them, the vendor audit's vendor number, a payment's
      * voucher (live or archived). A spooled run's catalog row is
      * held when its run date lies inside a dated hold. The job
      * log carries no vendor's records and is trimmed as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rettrm01.
            COPY "slpayhst.cbl".
            COPY "sljoblog.cbl".
            COPY "slsplcat.cbl".
            COPY "sllhld01.cbl".
            COPY "slvouch.cbl".
            COPY "slvchhst.cbl".

            SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-NAME
            COPY "fdpayhst.cbl".
            COPY "fdjoblog.cbl".
            COPY "fdsplcat.cbl".
            COPY "fdlhld01.cbl".
            COPY "fdvouch.cbl".
            COPY "fdvchhst.cbl".

       FD   ARCHIVE-FILE
            LABEL RECORDS ARE STANDARD.
       77   KEPT-COUNT                    PIC 9(7) VALUE ZERO.
       77   RECORD-IS-OLD                 PIC X.
       77   RECORD-DATE-TO-JUDGE          PIC 9(8).
       77   HELD-COUNT                    PIC 9(7) VALUE ZERO.
       77   HELD-VOUCHER-FOUND            PIC X.

      * A journal or system-audit image, laid over just far enough
      * to reach the keys: a vendor image leads with the vendor
      * number, a voucher image with the voucher number, vendor
      * and (after invoice, description and amount) voucher date.
       01   HOLD-IMAGE                    PIC X(600).
       01   FILLER REDEFINES HOLD-IMAGE.
            05 HOLD-IMAGE-NUMBER          PIC X(5).
            05 HOLD-IMAGE-VENDOR          PIC X(5).
            05 FILLER                     PIC X(53).
            05 HOLD-IMAGE-DATE            PIC X(8).
            05 FILLER                     PIC X(529).

            COPY "wslhld01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            OPEN I-O PAYMENT-HISTORY-FILE.
            OPEN I-O JOB-LOG-FILE.
            OPEN I-O SPOOL-CATALOG-FILE.
            OPEN INPUT LEGAL-HOLD-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT VOUCHER-HISTORY-FILE.

       CLOSING-PROCEDURE.
            CLOSE RETENTION-RULE-FILE.
            CLOSE PAYMENT-HISTORY-FILE.
            CLOSE JOB-LOG-FILE.
            CLOSE SPOOL-CATALOG-FILE.
            CLOSE LEGAL-HOLD-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE VOUCHER-HISTORY-FILE.

      * The newest "C" line bkvrfy01 wrote - the fence forward
      * recovery stands behind.
                PERFORM OPEN-THE-ARCHIVE
                MOVE ZERO TO TRIMMED-COUNT
                MOVE ZERO TO KEPT-COUNT
                MOVE ZERO TO HELD-COUNT
                EVALUATE RETAIN-FILE-ID
                   WHEN "JR" PERFORM TRIM-THE-JOURNAL
                   WHEN "AU" PERFORM TRIM-THE-SYSTEM-AUDIT
                    CLOSE ARCHIVE-FILE
                END-IF
                DISPLAY RETAIN-FILE-ID " - TRIMMED "
                   TRIMMED-COUNT " KEPT " KEPT-COUNT
                   " (LEGAL HOLD " HELD-COUNT ")".

       COMPUTE-THE-CUTOFF.
            COMPUTE CUTOFF-INTEGER =
       JUDGE-THE-RECORD-DATE.
            MOVE "N" TO RECORD-IS-OLD.
            IF RECORD-DATE-TO-JUDGE < CUTOFF-DATE
                MOVE "Y" TO RECORD-IS-OLD
                PERFORM JUDGE-THE-LEGAL-HOLD.

      *--------------------------------
      * LEGAL HOLDS
      *--------------------------------
      * An old record a hold covers is turned back to a keeper.
       JUDGE-THE-LEGAL-HOLD.
            MOVE "N" TO HOLD-CHECK-FOUND.
            MOVE ZEROES TO HOLD-CHECK-VENDOR.
            MOVE ZEROES TO HOLD-CHECK-VOUCHER.
            MOVE ZEROES TO HOLD-CHECK-DATE.
            EVALUATE RETAIN-FILE-ID
               WHEN "JR" PERFORM FIND-JOURNAL-HOLD-KEYS
               WHEN "AU" PERFORM FIND-AUDIT-HOLD-KEYS
               WHEN "VA" MOVE AUDIT-VENDOR-NUMBER
                            TO HOLD-CHECK-VENDOR
               WHEN "PH" PERFORM FIND-PAYMENT-HOLD-KEYS
               WHEN "SP" MOVE SPOOL-REPORT-DATE
                            TO HOLD-CHECK-DATE
            END-EVALUATE.
            IF HOLD-CHECK-VENDOR NOT = ZEROES OR
                  (RETAIN-FILE-ID = "SP" AND SPOOL-IS-PURGED)
                PERFORM CHECK-LEGAL-HOLD.
            IF HOLD-CHECK-FOUND = "Y"
                MOVE "N" TO RECORD-IS-OLD
                ADD 1 TO HELD-COUNT
                DISPLAY RETAIN-FILE-ID " HELD - MATTER "
                   HOLD-CHECK-MATTER " VENDOR " HOLD-CHECK-VENDOR
                   " VOUCHER " HOLD-CHECK-VOUCHER
                   " DATED " RECORD-DATE-TO-JUDGE.

       FIND-JOURNAL-HOLD-KEYS.
            IF JOURNAL-AFTER-IMAGE = SPACES
                MOVE JOURNAL-BEFORE-IMAGE TO HOLD-IMAGE
            ELSE
                MOVE JOURNAL-AFTER-IMAGE TO HOLD-IMAGE.
            IF JOURNAL-FILE-IS-VENDOR
                PERFORM TAKE-VENDOR-IMAGE-KEYS.
            IF JOURNAL-FILE-IS-VOUCHER
                PERFORM TAKE-VOUCHER-IMAGE-KEYS.

       FIND-AUDIT-HOLD-KEYS.
            IF SYSTEM-AUDIT-AFTER-IMAGE = SPACES
                MOVE SYSTEM-AUDIT-BEFORE-IMAGE TO HOLD-IMAGE
            ELSE
                MOVE SYSTEM-AUDIT-AFTER-IMAGE TO HOLD-IMAGE.
            IF SYSTEM-AUDIT-PROGRAM-ID (1 : 3) = "vnd"
                PERFORM TAKE-VENDOR-IMAGE-KEYS.
            IF SYSTEM-AUDIT-PROGRAM-ID (1 : 3) = "vch"
                PERFORM TAKE-VOUCHER-IMAGE-KEYS.

       TAKE-VENDOR-IMAGE-KEYS.
            IF HOLD-IMAGE-NUMBER IS NUMERIC
                MOVE HOLD-IMAGE-NUMBER TO HOLD-CHECK-VENDOR.

       TAKE-VOUCHER-IMAGE-KEYS.
            IF HOLD-IMAGE-NUMBER IS NUMERIC AND
                  HOLD-IMAGE-VENDOR IS NUMERIC
                MOVE HOLD-IMAGE-NUMBER TO HOLD-CHECK-VOUCHER
                MOVE HOLD-IMAGE-VENDOR TO HOLD-CHECK-VENDOR
                IF HOLD-IMAGE-DATE IS NUMERIC
                    MOVE HOLD-IMAGE-DATE TO HOLD-CHECK-DATE.

      * The payment's voucher - still live, or already archived.
       FIND-PAYMENT-HOLD-KEYS.
            MOVE PAYMENT-VOUCHER-NUMBER TO HOLD-CHECK-VOUCHER.
            MOVE PAYMENT-VOUCHER-NUMBER TO VOUCHER-NUMBER.
            MOVE "Y" TO HELD-VOUCHER-FOUND.
            READ VOUCHER-FILE RECORD
               INVALID KEY
               MOVE "N" TO HELD-VOUCHER-FOUND.
            IF HELD-VOUCHER-FOUND = "Y"
                MOVE VOUCHER-VENDOR TO HOLD-CHECK-VENDOR
                MOVE VOUCHER-DATE TO HOLD-CHECK-DATE
            ELSE
                PERFORM FIND-ARCHIVED-PAYMENT-VOUCHER.

       FIND-ARCHIVED-PAYMENT-VOUCHER.
            MOVE PAYMENT-VOUCHER-NUMBER TO HISTORY-VOUCHER-NUMBER.
            MOVE "Y" TO HELD-VOUCHER-FOUND.
            READ VOUCHER-HISTORY-FILE RECORD
               INVALID KEY
               MOVE "N" TO HELD-VOUCHER-FOUND.
            IF HELD-VOUCHER-FOUND = "Y"
                MOVE HISTORY-VOUCHER-VENDOR TO HOLD-CHECK-VENDOR
                MOVE HISTORY-DATE TO HOLD-CHECK-DATE.

      *--------------------------------
      * THE JOURNAL (SEQUENTIAL)
                ELSE
                    ADD 1 TO KEPT-COUNT
                END-IF.

            COPY "pllhld01.cbl".
