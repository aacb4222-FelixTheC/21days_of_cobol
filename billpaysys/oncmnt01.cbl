      * per week naming the pager carrier and two escalation
      * contacts, every name validated against the phone directory
      * (fdphone01.cbl) so the 2 a.m. call-out report always has a
      * number to print. An escalation can be left blank, in which
      * case the call-out takes it from the reporting line in the
      * phone directory - the person above the one before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. oncmnt01.
       77   OK-TO-DELETE                       PIC X.
       77   NAME-ENTRY-LAST                    PIC X(20).
       77   NAME-ENTRY-FIRST                   PIC X(20).
       77   ESCALATION-NAME-OK                 PIC X.

            COPY "wscase01.cbl".
            COPY "wsdate02.cbl".
            MOVE NAME-ENTRY-LAST TO ONCALL-LAST-NAME.
            MOVE NAME-ENTRY-FIRST TO ONCALL-FIRST-NAME.
            DISPLAY "FIRST ESCALATION:".
            PERFORM ENTER-AN-ESCALATION-NAME.
            MOVE NAME-ENTRY-LAST TO ONCALL-ESC1-LAST-NAME.
            MOVE NAME-ENTRY-FIRST TO ONCALL-ESC1-FIRST-NAME.
            DISPLAY "SECOND ESCALATION:".
            PERFORM ENTER-AN-ESCALATION-NAME.
            MOVE NAME-ENTRY-LAST TO ONCALL-ESC2-LAST-NAME.
            MOVE NAME-ENTRY-FIRST TO ONCALL-ESC2-FIRST-NAME.
            IF ONCALL-RECORD-FOUND = "Y"
            ELSE
                DISPLAY "  " PHONE-NUMBER " EXT " PHONE-EXTENSION.

      * A blank last name leaves the escalation to the reporting
      * line; a name given must be in the directory like any other.
       ENTER-AN-ESCALATION-NAME.
            MOVE "N" TO ESCALATION-NAME-OK.
            PERFORM ACCEPT-AN-ESCALATION-NAME
               UNTIL ESCALATION-NAME-OK = "Y".

       ACCEPT-AN-ESCALATION-NAME.
            DISPLAY "ENTER LAST NAME".
            DISPLAY "(PRESS ENTER TO USE THE REPORTING LINE)".
            ACCEPT NAME-ENTRY-LAST.
            INSPECT NAME-ENTRY-LAST
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            MOVE SPACES TO NAME-ENTRY-FIRST.
            MOVE "Y" TO ESCALATION-NAME-OK.
            IF NAME-ENTRY-LAST NOT = SPACES
                DISPLAY "ENTER FIRST NAME"
                ACCEPT NAME-ENTRY-FIRST
                INSPECT NAME-ENTRY-FIRST
                   CONVERTING LOWER-ALPHA TO UPPER-ALPHA
                MOVE NAME-ENTRY-LAST TO PHONE-LAST-NAME
                MOVE NAME-ENTRY-FIRST TO PHONE-FIRST-NAME
                MOVE "Y" TO PHONE-RECORD-FOUND
                READ PHONE-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO PHONE-RECORD-FOUND
                END-READ
                IF PHONE-RECORD-FOUND = "N"
                    DISPLAY "NOT IN THE PHONE DIRECTORY - ADD THEM"
                    DISPLAY "THERE FIRST"
                    MOVE "N" TO ESCALATION-NAME-OK
                ELSE
                    DISPLAY "  " PHONE-NUMBER " EXT " PHONE-EXTENSION.

      *--------------------------------
      * LIST
      *--------------------------------
