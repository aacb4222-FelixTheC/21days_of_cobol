      * add/change/look up/delete the rent, lease, and service-
      * contract templates that recgen01.cbl turns into vouchers
      * each month. The vendor must be on file and active, the same
      * check voucher entry makes. A utility vendor's template may
      * name the service location (fdutla01.cbl) it bills for.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recmnt01.
            COPY "slvnd02.cbl".
            COPY "slrecur.cbl".
            COPY "slglacct.cbl".
            COPY "slutla01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdrecur.cbl".
            COPY "fdglacct.cbl".
            COPY "fdutla01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.

       77   RECUR-AMOUNT-FIELD                 PIC ZZZ,ZZ9.99-.
       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   ACCOUNT-RECORD-FOUND               PIC X.
       77   ERROR-MESSAGE                      PIC X(79) VALUE SPACE.

            COPY "wscase01.cbl".
            OPEN I-O RECURRING-TEMPLATE-FILE.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT UTILITY-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
            CLOSE RECURRING-TEMPLATE-FILE.
            CLOSE VENDOR-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE UTILITY-ACCOUNT-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM ENTER-RECUR-DUE-DAY.
            PERFORM ENTER-RECUR-START-DATE.
            PERFORM ENTER-RECUR-END-DATE.
            PERFORM ENTER-RECUR-LOCATION.

      *--------------------------------
      * CHANGE

       ASK-WHICH-FIELD.
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.
            PERFORM RE-ASK-WHICH-FIELD
               UNTIL WHICH-FIELD NOT > 8.

       RE-ASK-WHICH-FIELD.
            DISPLAY "INVALID ENTRY".
            DISPLAY "ENTER THE NUMBER OF THE FIELD".
            DISPLAY "TO CHANGE (1-8) OR 0 TO EXIT".
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.

       CHANGE-THIS-FIELD.
            IF WHICH-FIELD = 1
                PERFORM ENTER-RECUR-VENDOR
                IF RECUR-LOCATION NOT = SPACES
                    PERFORM ENTER-RECUR-LOCATION.
            IF WHICH-FIELD = 2
                PERFORM ENTER-RECUR-FOR.
            IF WHICH-FIELD = 3
                PERFORM ENTER-RECUR-START-DATE.
            IF WHICH-FIELD = 7
                PERFORM ENTER-RECUR-END-DATE.
            IF WHICH-FIELD = 8
                PERFORM ENTER-RECUR-LOCATION.
            PERFORM REWRITE-RECUR-RECORD.

      *--------------------------------
      *--------------------------------
       INIT-RECUR-RECORD.
            MOVE SPACE TO RECUR-FOR
                          RECUR-GL-CODE
                          RECUR-LOCATION.
            MOVE ZEROES TO RECUR-TEMPLATE-NUMBER
                           RECUR-VENDOR
                           RECUR-AMOUNT
            PERFORM GET-A-DATE.
            MOVE DATE-CCYYMMDD TO RECUR-END-DATE.

      * Only a vendor with a service account at the location can
      * bill it; blank leaves the template an ordinary bill.
       ENTER-RECUR-LOCATION.
            DISPLAY "ENTER SERVICE LOCATION (BLANK = NONE)".
            MOVE SPACES TO RECUR-LOCATION.
            ACCEPT RECUR-LOCATION.
            INSPECT RECUR-LOCATION
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF RECUR-LOCATION NOT = SPACES
                PERFORM CHECK-RECUR-LOCATION.

       CHECK-RECUR-LOCATION.
            MOVE RECUR-VENDOR TO UTLA-VENDOR.
            MOVE RECUR-LOCATION TO UTLA-LOCATION.
            MOVE "Y" TO ACCOUNT-RECORD-FOUND.
            READ UTILITY-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO ACCOUNT-RECORD-FOUND.
            IF ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "THE VENDOR HAS NO SERVICE ACCOUNT AT THAT"
                DISPLAY "LOCATION - SEE UTAMNT01"
                PERFORM ENTER-RECUR-LOCATION
            ELSE
                DISPLAY "LOCATION: " UTLA-DESCRIPTION.

      *--------------------------------
      * DISPLAY
      *--------------------------------
            MOVE RECUR-END-DATE TO DATE-CCYYMMDD.
            PERFORM FORMAT-THE-DATE.
            DISPLAY "7. END DATE: " FORMATTED-DATE.
            IF RECUR-LOCATION = SPACES
                DISPLAY "8. SERVICE LOCATION: NONE"
            ELSE
                DISPLAY "8. SERVICE LOCATION: " RECUR-LOCATION.
            DISPLAY " ".

      *--------------------------------
