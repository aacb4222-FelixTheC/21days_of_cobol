      *   4. writes the whole operation to the system audit trail
      *      (before-image = the duplicate, after-image = the
      *      survivor);
      *   5. moves any corporate-family members (vndfam01.cbl)
      *      that name the duplicate as parent under the survivor,
      *      or under the survivor's own parent when it has one;
      *   6. only then deletes the duplicate vendor record.
      * The operator confirms before anything is touched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       77   PENDING-TARGET-SEQUENCE       PIC 9(2) VALUE ZERO.
       77   PENDING-HOLD-RECORD           PIC X(154).
       77   ADJUSTMENTS-FOLDED            PIC 9(4) VALUE ZERO.
       77   FAMILY-REPOINTED              PIC 9(3) VALUE ZERO.
       77   NEW-FAMILY-PARENT             PIC 9(5).
       77   MEMBER-INDEX                  PIC 9(3).

       77   FOLD-YEAR                     PIC 9(4).
       77   FOLD-AMOUNT                   PIC S9(7)V99.
       77   FOLD-REASON                   PIC X(30).
       77   FOLD-1099-BOX                 PIC X.

            COPY "wssignon01.cbl".

            COPY "wscase01.cbl".
            COPY "wsnumval01.cbl".
            COPY "wsjrnl01.cbl".
            COPY "wsfam01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                PERFORM FOLD-THE-ADJUSTMENTS
                PERFORM REPOINT-THE-NOTES
                PERFORM REPOINT-THE-PENDING-CHANGES
                PERFORM REPOINT-THE-FAMILY
                PERFORM WRITE-MERGE-AUDIT-RECORD
                PERFORM DELETE-THE-DUPLICATE
                DISPLAY "MERGE COMPLETE - VOUCHERS REPOINTED: "
                   NOTES-REPOINTED
                DISPLAY "PENDING BANK CHANGES RE-KEYED:       "
                   PENDING-REPOINTED
                DISPLAY "FAMILY MEMBERS MOVED TO THE SURVIVOR:"
                   FAMILY-REPOINTED
            ELSE
                DISPLAY "MERGE CANCELLED - NOTHING CHANGED".
            PERFORM ENTER-MERGE-VENDORS.
                    MOVE ADJUSTMENT-YEAR TO FOLD-YEAR
                    MOVE ADJUSTMENT-AMOUNT TO FOLD-AMOUNT
                    MOVE ADJUSTMENT-REASON TO FOLD-REASON
                    MOVE ADJUSTMENT-1099-BOX TO FOLD-1099-BOX
                    DELETE ADJUSTMENT-1099-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING ADJUSTMENT RECORD"
               MOVE "N" TO ADJUSTMENT-RECORD-FOUND.
            IF ADJUSTMENT-RECORD-FOUND = "Y"
                ADD FOLD-AMOUNT TO ADJUSTMENT-AMOUNT
                IF ADJUSTMENT-1099-BOX NOT = FOLD-1099-BOX
                    DISPLAY "ADJUSTMENT FOR " FOLD-YEAR
                       " FOLDED INTO 1099 BOX " ADJUSTMENT-1099-BOX
                       " FROM BOX " FOLD-1099-BOX
                       " - CHECK IT IN VND1099A"
                END-IF
                REWRITE ADJUSTMENT-1099-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING ADJUSTMENT RECORD"
                MOVE FOLD-YEAR TO ADJUSTMENT-YEAR
                MOVE FOLD-AMOUNT TO ADJUSTMENT-AMOUNT
                MOVE FOLD-REASON TO ADJUSTMENT-REASON
                MOVE FOLD-1099-BOX TO ADJUSTMENT-1099-BOX
                WRITE ADJUSTMENT-1099-RECORD
                   INVALID KEY
                   DISPLAY "ERROR WRITING ADJUSTMENT RECORD".
               INVALID KEY
               MOVE "Y" TO ADJUSTMENT-FILE-AT-END.

      *--------------------------------
      * CORPORATE FAMILY
      *--------------------------------
      * A survivor that was itself a branch of the duplicate takes
      * the duplicate's place at the head of the family; otherwise
      * the branches follow the survivor into whatever family it
      * is in, so the family stays one level deep.
       REPOINT-THE-FAMILY.
            MOVE ZERO TO FAMILY-REPOINTED.
            MOVE DUPLICATE-VENDOR TO FAMILY-HEAD.
            PERFORM COLLECT-THE-FAMILY-MEMBERS.
            IF FAMILY-MEMBER-COUNT > 1
                PERFORM SET-THE-NEW-FAMILY-PARENT
                PERFORM REPOINT-ONE-FAMILY-MEMBER
                   VARYING MEMBER-INDEX FROM 2 BY 1
                   UNTIL MEMBER-INDEX > FAMILY-MEMBER-COUNT.

       SET-THE-NEW-FAMILY-PARENT.
            MOVE SURVIVOR-VENDOR TO VENDOR-NUMBER.
            PERFORM READ-VENDOR-RECORD.
            IF VENDOR-PARENT-NUMBER = DUPLICATE-VENDOR
                MOVE SURVIVOR-VENDOR TO NEW-FAMILY-PARENT
                MOVE ZEROES TO VENDOR-PARENT-NUMBER
                PERFORM REWRITE-FAMILY-MEMBER
            ELSE IF VENDOR-HAS-NO-PARENT
                MOVE SURVIVOR-VENDOR TO NEW-FAMILY-PARENT
            ELSE
                MOVE VENDOR-PARENT-NUMBER TO NEW-FAMILY-PARENT.

       REPOINT-ONE-FAMILY-MEMBER.
            IF FAMILY-MEMBER (MEMBER-INDEX) NOT = SURVIVOR-VENDOR
                MOVE FAMILY-MEMBER (MEMBER-INDEX) TO VENDOR-NUMBER
                PERFORM READ-VENDOR-RECORD
                IF VENDOR-RECORD-FOUND = "Y"
                    MOVE NEW-FAMILY-PARENT TO VENDOR-PARENT-NUMBER
                    PERFORM REWRITE-FAMILY-MEMBER.

       REWRITE-FAMILY-MEMBER.
            REWRITE VENDOR-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING VENDOR " VENDOR-NUMBER.
            MOVE "VN" TO JOURNAL-FILE-ID.
            MOVE "RW" TO JOURNAL-ACTION.
            MOVE VENDOR-NUMBER TO JOURNAL-RECORD-KEY.
            MOVE JOURNAL-SAVED-VENDOR TO JOURNAL-BEFORE-IMAGE.
            MOVE VENDOR-RECORD TO JOURNAL-AFTER-IMAGE.
            PERFORM WRITE-THE-JOURNAL.
            ADD 1 TO FAMILY-REPOINTED.

      *--------------------------------
      * AUDIT AND DELETE
      *--------------------------------

            COPY "plnumval01.cbl".
            COPY "pljrnl01.cbl".
            COPY "plfam01.cbl".
