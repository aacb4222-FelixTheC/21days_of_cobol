      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Virtual-card issuer maintenance (fdcdiss01.cbl) - per card
      * program the issuer's name, the program number the issuer
      * knows us by, the bank account its monthly bill settles
      * against, and the rebate percent it pays back on card spend.
      * The account is validated against BANK-ACCOUNT-FILE. An
      * issuer is named on a vendor (VENDOR-CARD-ISSUER) only once
      * it is here, and an issuer still named on a vendor should
      * be changed rather than deleted - the card run skips a
      * vendor whose issuer is not on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cdimnt01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slcdiss01.cbl".
            COPY "slbank01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdcdiss01.cbl".
            COPY "fdbank01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
            88 MENU-PICK-IS-VALID              VALUES 0 THRU 4.

       77   THE-MODE                           PIC X(7).
       77   ISSUER-RECORD-FOUND                PIC X.
       77   BANK-ACCOUNT-RECORD-FOUND          PIC X.
       77   OK-TO-DELETE                       PIC X.
       77   ISSUER-REBATE-RATE-FIELD           PIC Z9.999.

            COPY "wscase01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM MAIN-PROCESS.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-EXIT.
            EXIT PROGRAM.

       PROGRAM-DONE.
            EXIT PROGRAM.

       OPENING-PROCEDURE.
            OPEN I-O CARD-ISSUER-FILE.
            OPEN INPUT BANK-ACCOUNT-FILE.

       CLOSING-PROCEDURE.
            CLOSE CARD-ISSUER-FILE.
            CLOSE BANK-ACCOUNT-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            PERFORM MAINTAIN-THE-FILE
               UNTIL MENU-PICK = 0.

       GET-MENU-PICK.
            DISPLAY " ".
            DISPLAY "VIRTUAL-CARD ISSUERS - PLEASE SELECT:".
            DISPLAY " ".
            DISPLAY "1. ADD AN ISSUER".
            DISPLAY "2. CHANGE AN ISSUER".
            DISPLAY "3. LOOK UP AN ISSUER".
            DISPLAY "4. DELETE AN ISSUER".
            DISPLAY " ".
            DISPLAY "0. EXIT".
            PERFORM ACCEPT-MENU-PICK.
            PERFORM RE-ACCEPT-MENU-PICK
               UNTIL MENU-PICK-IS-VALID.

       ACCEPT-MENU-PICK.
            DISPLAY "YOUR CHOICE (0-4)?".
            ACCEPT MENU-PICK.

       RE-ACCEPT-MENU-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY.".
            PERFORM ACCEPT-MENU-PICK.

       MAINTAIN-THE-FILE.
            PERFORM DO-THE-PICK.
            PERFORM GET-MENU-PICK.

       DO-THE-PICK.
            IF MENU-PICK = 1
                PERFORM ADD-MODE.
            IF MENU-PICK = 2
                PERFORM CHANGE-MODE.
            IF MENU-PICK = 3
                PERFORM INQUIRE-MODE.
            IF MENU-PICK = 4
                PERFORM DELETE-MODE.

       ADD-MODE.
            MOVE "ADD" TO THE-MODE.
            PERFORM ENTER-ISSUER-CODE.
            PERFORM ADD-ONE-ISSUER
               UNTIL CARD-ISSUER-CODE = SPACES.

       ADD-ONE-ISSUER.
            PERFORM READ-ISSUER-RECORD.
            IF ISSUER-RECORD-FOUND = "Y"
                DISPLAY "ISSUER ALREADY ON FILE"
            ELSE
                PERFORM ENTER-ISSUER-FIELDS
                WRITE CARD-ISSUER-RECORD
                   INVALID KEY
                   DISPLAY "RECORD ALREADY EXISTS".
            PERFORM ENTER-ISSUER-CODE.

       CHANGE-MODE.
            MOVE "CHANGE" TO THE-MODE.
            PERFORM ENTER-ISSUER-CODE.
            PERFORM CHANGE-ONE-ISSUER
               UNTIL CARD-ISSUER-CODE = SPACES.

       CHANGE-ONE-ISSUER.
            PERFORM READ-ISSUER-RECORD.
            IF ISSUER-RECORD-FOUND = "N"
                DISPLAY "ISSUER NOT ON FILE"
            ELSE
                PERFORM DISPLAY-THE-ISSUER
                PERFORM ENTER-ISSUER-FIELDS
                REWRITE CARD-ISSUER-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING CARD ISSUER RECORD".
            PERFORM ENTER-ISSUER-CODE.

       INQUIRE-MODE.
            MOVE "DISPLAY" TO THE-MODE.
            PERFORM ENTER-ISSUER-CODE.
            PERFORM INQUIRE-ONE-ISSUER
               UNTIL CARD-ISSUER-CODE = SPACES.

       INQUIRE-ONE-ISSUER.
            PERFORM READ-ISSUER-RECORD.
            IF ISSUER-RECORD-FOUND = "N"
                DISPLAY "ISSUER NOT ON FILE"
            ELSE
                PERFORM DISPLAY-THE-ISSUER.
            PERFORM ENTER-ISSUER-CODE.

       DELETE-MODE.
            MOVE "DELETE" TO THE-MODE.
            PERFORM ENTER-ISSUER-CODE.
            PERFORM DELETE-ONE-ISSUER
               UNTIL CARD-ISSUER-CODE = SPACES.

       DELETE-ONE-ISSUER.
            PERFORM READ-ISSUER-RECORD.
            IF ISSUER-RECORD-FOUND = "N"
                DISPLAY "ISSUER NOT ON FILE"
            ELSE
                PERFORM DISPLAY-THE-ISSUER
                PERFORM ASK-TO-DELETE
                IF OK-TO-DELETE = "Y"
                    DELETE CARD-ISSUER-FILE RECORD
                       INVALID KEY
                       DISPLAY "ERROR DELETING CARD ISSUER".
            PERFORM ENTER-ISSUER-CODE.

       ASK-TO-DELETE.
            MOVE "X" TO OK-TO-DELETE.
            PERFORM ACCEPT-OK-TO-DELETE
               UNTIL OK-TO-DELETE = "Y" OR "N".

       ACCEPT-OK-TO-DELETE.
            DISPLAY "DELETE THIS ISSUER (Y/N)?".
            ACCEPT OK-TO-DELETE.
            INSPECT OK-TO-DELETE
               CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
            IF OK-TO-DELETE NOT = "Y" AND
                  OK-TO-DELETE NOT = "N"
                DISPLAY "YOU MUST ENTER YES OR NO".

      *--------------------------------
      * FIELD ENTRY AND FILE I-O
      *--------------------------------
       ENTER-ISSUER-CODE.
            DISPLAY " ".
            DISPLAY "ENTER CARD ISSUER CODE TO " THE-MODE.
            DISPLAY "(ENTER BLANK TO STOP ENTRY)".
            MOVE SPACES TO CARD-ISSUER-CODE.
            ACCEPT CARD-ISSUER-CODE.
            INSPECT CARD-ISSUER-CODE
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.

       ENTER-ISSUER-FIELDS.
            PERFORM ENTER-ISSUER-NAME.
            PERFORM ENTER-ISSUER-PROGRAM-ID.
            PERFORM ENTER-ISSUER-BANK-ACCOUNT.
            PERFORM ENTER-ISSUER-REBATE-RATE.

       ENTER-ISSUER-NAME.
            DISPLAY "ENTER THE ISSUER'S NAME".
            ACCEPT CARD-ISSUER-NAME.
            INSPECT CARD-ISSUER-NAME
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF CARD-ISSUER-NAME = SPACES
                DISPLAY "THE NAME MUST BE ENTERED"
                PERFORM ENTER-ISSUER-NAME.

       ENTER-ISSUER-PROGRAM-ID.
            DISPLAY "ENTER OUR PROGRAM NUMBER AT THE ISSUER".
            ACCEPT CARD-ISSUER-PROGRAM-ID.
            INSPECT CARD-ISSUER-PROGRAM-ID
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF CARD-ISSUER-PROGRAM-ID = SPACES
                DISPLAY "THE PROGRAM NUMBER MUST BE ENTERED"
                PERFORM ENTER-ISSUER-PROGRAM-ID.

       ENTER-ISSUER-BANK-ACCOUNT.
            DISPLAY "ENTER THE BANK ACCOUNT THE CARD BILL SETTLES ON".
            ACCEPT CARD-ISSUER-BANK-ACCOUNT.
            INSPECT CARD-ISSUER-BANK-ACCOUNT
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            MOVE CARD-ISSUER-BANK-ACCOUNT TO BANK-ACCOUNT-CODE.
            MOVE "Y" TO BANK-ACCOUNT-RECORD-FOUND.
            READ BANK-ACCOUNT-FILE RECORD
               INVALID KEY
               MOVE "N" TO BANK-ACCOUNT-RECORD-FOUND.
            IF BANK-ACCOUNT-RECORD-FOUND = "N"
                DISPLAY "NO SUCH BANK ACCOUNT ON FILE"
                PERFORM ENTER-ISSUER-BANK-ACCOUNT
            ELSE
                IF BANK-ACCOUNT-CURRENCY NOT = SPACES
                    DISPLAY "CARD SPEND SETTLES IN DOLLARS - PICK"
                    DISPLAY "A USD ACCOUNT"
                    PERFORM ENTER-ISSUER-BANK-ACCOUNT.

       ENTER-ISSUER-REBATE-RATE.
            DISPLAY "ENTER REBATE PERCENT OF CARD SPEND (NN.NNN)".
            DISPLAY "(0 = NO REBATE)".
            ACCEPT ISSUER-REBATE-RATE-FIELD.
            MOVE ISSUER-REBATE-RATE-FIELD TO CARD-ISSUER-REBATE-RATE.

       DISPLAY-THE-ISSUER.
            MOVE CARD-ISSUER-REBATE-RATE TO ISSUER-REBATE-RATE-FIELD.
            DISPLAY "ISSUER " CARD-ISSUER-CODE " " CARD-ISSUER-NAME.
            DISPLAY "OUR PROGRAM NUMBER " CARD-ISSUER-PROGRAM-ID.
            DISPLAY "SETTLES ON BANK ACCOUNT "
               CARD-ISSUER-BANK-ACCOUNT.
            DISPLAY "REBATE " ISSUER-REBATE-RATE-FIELD
               " PCT OF CARD SPEND".

       READ-ISSUER-RECORD.
            MOVE "Y" TO ISSUER-RECORD-FOUND.
            READ CARD-ISSUER-FILE RECORD
               INVALID KEY
               MOVE "N" TO ISSUER-RECORD-FOUND.
