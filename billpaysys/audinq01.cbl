      *      deletes per operator) the auditors can take away.
      * The decode layouts below mirror fdvnd04.cbl and fdvouch.cbl
      * and must be kept in step with them.
      * A vendor's tax id and bank account show masked to the last
      * four digits unless the signed-on operator may see sensitive
      * data; a full view is itself written to the audit trail
      * (plmask02.cbl), and those "VIEW" records browse here like
      * any other.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. audinq01.

            COPY "slaudit01.cbl".
            COPY "slvndaud.cbl".
            COPY "sloperator.cbl".
            COPY "slcmpny.cbl".

            COPY "slsplcat.cbl".

       FILE SECTION.
            COPY "fdaudit01.cbl".
            COPY "fdvndaud.cbl".
            COPY "fdoperator.cbl".
            COPY "fdcmpny.cbl".

            COPY "fdsplcat.cbl".

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            COPY "wsnumval01.cbl".
            COPY "wssignon01.cbl".
            COPY "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            MOVE " " TO SIGN-ON-FUNCTION-NEEDED.
            PERFORM SIGN-ON.
            MOVE "audinq01" TO SENSITIVE-PROGRAM-ID.
            PERFORM GET-MENU-PICK.
            PERFORM DO-ONE-INQUIRY
               UNTIL MENU-PICK = 0.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            OPEN INPUT VENDOR-AUDIT-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            MOVE "AUDINQ01" TO SPOOL-NAME-REPORT-ID.
            MOVE "OPERATOR ACTIVITY SUMMARY" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
       CLOSING-PROCEDURE.
            CLOSE SYSTEM-AUDIT-FILE.
            CLOSE VENDOR-AUDIT-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE PRINTER-FILE.

      *--------------------------------
      * OPERATOR SIGN-ON
      *--------------------------------
            COPY "plsignon01.cbl".

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "AUDIT TRAIL INQUIRY - PLEASE SELECT:".
            PERFORM ACCEPT-THE-FILTERS.
            MOVE ZERO TO RECORDS-SHOWN.
            CLOSE SYSTEM-AUDIT-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            MOVE "N" TO AUDIT-FILE-AT-END.
            MOVE "Y" TO SEE-NEXT-RECORD.
            PERFORM READ-NEXT-AUDIT-RECORD.
                    MOVE SYSTEM-AUDIT-AFTER-IMAGE
                       TO AUDIT-VOUCHER-AFTER
                    PERFORM DECODE-VOUCHER-IMAGES
                WHEN "sensview"
                    MOVE SYSTEM-AUDIT-AFTER-IMAGE
                       TO SENSITIVE-VIEW-IMAGE
                    DISPLAY "  VIEWED " SENSITIVE-VIEW-FIELD
                       " IN " SENSITIVE-VIEW-PROGRAM
                WHEN OTHER
                    DISPLAY "  BEFORE: "
                       SYSTEM-AUDIT-BEFORE-IMAGE (1 : 60)

       SHOW-IF-DIFFERENT.
            IF DIFF-OLD-VALUE NOT = DIFF-NEW-VALUE
                IF DIFF-FIELD-NAME = "VENDOR-TAX-ID" OR
                      DIFF-FIELD-NAME = "VENDOR-BANK-ACCOUNT-NUMBER"
                    MOVE SYSTEM-AUDIT-RECORD-KEY
                       TO SENSITIVE-RECORD-KEY
                    PERFORM SHOW-THE-DIFF-VALUES
                END-IF
                DISPLAY "  " DIFF-FIELD-NAME ": "
                   DIFF-OLD-VALUE " -> " DIFF-NEW-VALUE.

      * DIFF-FIELD-NAME is the same name the vendor field-level
      * audit uses, so it names the view on the trail as well.
       SHOW-THE-DIFF-VALUES.
            MOVE DIFF-FIELD-NAME TO SENSITIVE-FIELD-NAME.
            MOVE DIFF-OLD-VALUE TO SENSITIVE-VALUE.
            PERFORM SHOW-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO DIFF-OLD-VALUE.
            MOVE DIFF-NEW-VALUE TO SENSITIVE-VALUE.
            PERFORM SHOW-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO DIFF-NEW-VALUE.

       DECODE-VENDOR-IMAGES.
            MOVE AV-VENDOR-NUMBER
               OF AUDIT-VENDOR-BEFORE TO DIFF-OLD-VALUE.
                    DISPLAY FORMATTED-DATE " "
                       AUDIT-OPERATOR-ID " "
                       AUDIT-FIELD-CHANGED
                    MOVE AUDIT-OLD-VALUE TO DIFF-OLD-VALUE
                    MOVE AUDIT-NEW-VALUE TO DIFF-NEW-VALUE
                    IF AUDIT-FIELD-CHANGED = "VENDOR-TAX-ID" OR
                          AUDIT-FIELD-CHANGED =
                             "VENDOR-BANK-ACCOUNT-NUMBER"
                        MOVE AUDIT-FIELD-CHANGED TO DIFF-FIELD-NAME
                        MOVE AUDIT-VENDOR-NUMBER
                           TO SENSITIVE-RECORD-KEY
                        PERFORM SHOW-THE-DIFF-VALUES
                    END-IF
                    DISPLAY "  " DIFF-OLD-VALUE " -> "
                       DIFF-NEW-VALUE
                    IF AUDIT-SOURCE NOT = SPACES
                        DISPLAY "  SOURCE: " AUDIT-SOURCE.

      *--------------------------------
      * OPERATOR-ACTIVITY SUMMARY
            MOVE ZERO TO ACTIVITY-COUNT.
            INITIALIZE ACTIVITY-TABLE.
            CLOSE SYSTEM-AUDIT-FILE.
            OPEN I-O SYSTEM-AUDIT-FILE.
            MOVE "N" TO AUDIT-FILE-AT-END.
            PERFORM READ-NEXT-AUDIT-RECORD.
            PERFORM TALLY-ONE-AUDIT-RECORD
            DISPLAY "SUMMARY PRINTED FOR " ACTIVITY-COUNT
               " OPERATORS".

      * A "VIEW" record is a look, not a change - it is not
      * counted against the operator's adds, changes, or deletes.
       TALLY-ONE-AUDIT-RECORD.
            IF NOT SYSTEM-AUDIT-IS-VIEW
                PERFORM TALLY-ONE-CHANGE.
            PERFORM READ-NEXT-AUDIT-RECORD.

       TALLY-ONE-CHANGE.
            PERFORM FIND-ACTIVITY-ENTRY.
            IF ACTIVITY-INDEX NOT > ACTIVITY-COUNT
                IF SYSTEM-AUDIT-IS-ADD
                        ADD 1 TO ACTIVITY-DELETES (ACTIVITY-INDEX)
                    ELSE
                        ADD 1 TO ACTIVITY-CHANGES (ACTIVITY-INDEX).

       FIND-ACTIVITY-ENTRY.
            PERFORM VARYING ACTIVITY-INDEX FROM 1 BY 1
            COPY "pldate.cbl".
            COPY "dtfmt01.cbl".
            COPY "plnumval01.cbl".
            COPY "plmask01.cbl".
            COPY "plmask02.cbl".

            COPY "plspool01.cbl".
