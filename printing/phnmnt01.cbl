      * on vndmnt02.cbl's menu-driven change/delete pattern. Now that
      * the directory is keyed on last name/first name, corrections
      * and removals no longer require a file editor.
      * Each entry can name the person it reports to (field 4); the
      * supervisor must already be in the directory, and a link
      * that would lead back round to the entry itself is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. phnmnt01.
       77   PHONE-RECORD-FOUND             PIC X.
       77   ADD-ANOTHER                    PIC X.

       77   SUPERVISOR-ENTRY-LAST          PIC X(20).
       77   SUPERVISOR-ENTRY-FIRST         PIC X(20).
       77   SUPERVISOR-IS-VALID            PIC X.
       77   CHAIN-STEPS                    PIC 9(4).
       01   SAVED-PHONE-RECORD             PIC X(110).

       77   UPPER-ALPHA                    PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77   LOWER-ALPHA                    PIC X(26)
            PERFORM ENTER-PHONE-NUMBER.
            PERFORM ENTER-PHONE-EXTENSION.
            PERFORM ENTER-PHONE-DEPARTMENT.
            PERFORM ENTER-PHONE-SUPERVISOR.
            PERFORM CHECK-FOR-DUPLICATE-ENTRY.
            IF PHONE-RECORD-FOUND = "Y"
                DISPLAY "ALREADY IN THE DIRECTORY"

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-4) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            IF WHICH-FIELD > 4
                DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
                PERFORM ENTER-PHONE-EXTENSION.
            IF WHICH-FIELD = 3
                PERFORM ENTER-PHONE-DEPARTMENT.
            IF WHICH-FIELD = 4
                PERFORM ENTER-PHONE-SUPERVISOR.
            PERFORM REWRITE-PHONE-RECORD.

       REWRITE-PHONE-RECORD.
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

      *--------------------------------
      * SUPERVISOR LINK
      *--------------------------------
      * A blank last name leaves the entry at the top of its chain.
      * The supervisor is looked up, and the chain above walked, with
      * the entry being keyed saved aside and put back afterward.
       ENTER-PHONE-SUPERVISOR.
            MOVE "N" TO SUPERVISOR-IS-VALID.
            PERFORM ACCEPT-PHONE-SUPERVISOR
               UNTIL SUPERVISOR-IS-VALID = "Y".

       ACCEPT-PHONE-SUPERVISOR.
            DISPLAY "ENTER SUPERVISOR'S LAST NAME".
            DISPLAY "(PRESS ENTER IF THEY REPORT TO NO ONE)".
            ACCEPT SUPERVISOR-ENTRY-LAST.
            INSPECT SUPERVISOR-ENTRY-LAST
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE SPACE TO SUPERVISOR-ENTRY-FIRST.
            IF SUPERVISOR-ENTRY-LAST NOT = SPACE
                DISPLAY "ENTER SUPERVISOR'S FIRST NAME"
                ACCEPT SUPERVISOR-ENTRY-FIRST
                INSPECT SUPERVISOR-ENTRY-FIRST
                   CONVERTING LOWER-ALPHA
                   TO UPPER-ALPHA.
            MOVE "Y" TO SUPERVISOR-IS-VALID.
            IF SUPERVISOR-ENTRY-LAST NOT = SPACE
                PERFORM CHECK-PHONE-SUPERVISOR.
            IF SUPERVISOR-IS-VALID = "Y"
                MOVE SUPERVISOR-ENTRY-LAST TO PHONE-SUPERVISOR-LAST
                MOVE SUPERVISOR-ENTRY-FIRST TO PHONE-SUPERVISOR-FIRST.

       CHECK-PHONE-SUPERVISOR.
            IF SUPERVISOR-ENTRY-LAST = PHONE-LAST-NAME AND
                  SUPERVISOR-ENTRY-FIRST = PHONE-FIRST-NAME
                DISPLAY "AN ENTRY CANNOT REPORT TO ITSELF"
                MOVE "N" TO SUPERVISOR-IS-VALID
            ELSE
                MOVE PHONE-RECORD TO SAVED-PHONE-RECORD
                PERFORM WALK-THE-SUPERVISOR-CHAIN
                MOVE SAVED-PHONE-RECORD TO PHONE-RECORD.

       WALK-THE-SUPERVISOR-CHAIN.
            MOVE SUPERVISOR-ENTRY-LAST TO PHONE-LAST-NAME.
            MOVE SUPERVISOR-ENTRY-FIRST TO PHONE-FIRST-NAME.
            PERFORM READ-PHONE-RECORD.
            IF PHONE-RECORD-FOUND = "N"
                DISPLAY "SUPERVISOR NOT IN THE DIRECTORY"
                MOVE "N" TO SUPERVISOR-IS-VALID
            ELSE
                MOVE ZERO TO CHAIN-STEPS
                PERFORM CLIMB-ONE-LINK
                   UNTIL PHONE-RECORD-FOUND = "N" OR
                         PHONE-SUPERVISOR-KEY = SPACE OR
                         SUPERVISOR-IS-VALID = "N" OR
                         CHAIN-STEPS > 2000.

       CLIMB-ONE-LINK.
            ADD 1 TO CHAIN-STEPS.
            IF PHONE-SUPERVISOR-KEY = SAVED-PHONE-RECORD (1:40)
                DISPLAY "THAT WOULD MAKE A CIRCULAR CHAIN - "
                   PHONE-LAST-NAME " REPORTS UP TO THIS ENTRY"
                MOVE "N" TO SUPERVISOR-IS-VALID
            ELSE
                MOVE PHONE-SUPERVISOR-KEY TO PHONE-NAME-KEY
                PERFORM READ-PHONE-RECORD.

       DISPLAY-ALL-FIELDS.
            DISPLAY " ".
            DISPLAY "LAST NAME: " PHONE-LAST-NAME.
            DISPLAY "1. PHONE NUMBER: " PHONE-NUMBER.
            DISPLAY "2. EXTENSION: " PHONE-EXTENSION.
            DISPLAY "3. DEPARTMENT: " PHONE-DEPARTMENT.
            DISPLAY "4. SUPERVISOR: " PHONE-SUPERVISOR-LAST " "
               PHONE-SUPERVISOR-FIRST.

       GET-EXISTING-RECORD.
            PERFORM INIT-PHONE-RECORD.
