      * on file and active, the same check voucher entry makes. A PO
      * that vouchers have already billed against cannot be deleted -
      * close it instead (the same referential guard vndmnt04 puts
      * on vendor deletes). Nor can one that requisition lines were
      * ordered on (fdreql01.cbl, reqcnv01.cbl) - the trace back to
      * who asked for it would be lost. The requisitions behind an
      * order are shown with it. A release against a blanket
      * agreement (fdblkt01.cbl) takes its vendor and date from the
      * blanket and its amount is held to the blanket's
      * authorization, so those are changed in blkmnt01.cbl.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. pomnt01.
            COPY "slvouch.cbl".
            COPY "slpo01.cbl".
            COPY "slglacct.cbl".
            COPY "slreql01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvouch.cbl".
            COPY "fdpo01.cbl".
            COPY "fdglacct.cbl".
            COPY "fdreql01.cbl".

       WORKING-STORAGE SECTION.
       77   MENU-PICK                          PIC 9.
       77   PO-AMOUNT-FIELD                    PIC ZZZ,ZZ9.99-.
       77   PO-HAS-VOUCHERS                    PIC X.
       77   VOUCHER-FILE-AT-END                PIC X.
       77   PO-HAS-REQUISITIONS                PIC X.
       77   REQ-LINE-AT-END                    PIC X.

       77   GL-ACCOUNT-RECORD-FOUND            PIC X.
       77   JOB-RECORD-FOUND                   PIC X.
            OPEN INPUT VENDOR-FILE.
            OPEN INPUT VOUCHER-FILE.
            OPEN INPUT GL-ACCOUNT-FILE.
            OPEN INPUT REQUISITION-LINE-FILE.

       CLOSING-PROCEDURE.
            CLOSE PURCHASE-ORDER-FILE.
            CLOSE VENDOR-FILE.
            CLOSE VOUCHER-FILE.
            CLOSE GL-ACCOUNT-FILE.
            CLOSE REQUISITION-LINE-FILE.

       MAIN-PROCESS.
            PERFORM GET-MENU-PICK.
            ACCEPT WHICH-FIELD.

       CHANGE-ONE-FIELD.
            IF PO-BLANKET-NUMBER NOT = SPACES AND
                  (WHICH-FIELD = 1 OR WHICH-FIELD = 3 OR
                   WHICH-FIELD = 4)
                DISPLAY "THIS PO IS A RELEASE AGAINST BLANKET "
                   PO-BLANKET-NUMBER
                DISPLAY "CHANGE ITS AMOUNT IN BLANKET MAINTENANCE"
            ELSE
                PERFORM CHANGE-THIS-FIELD.
            PERFORM GET-FIELD-TO-CHANGE.

       CHANGE-THIS-FIELD.
            IF PO-HAS-VOUCHERS = "Y"
                DISPLAY "VOUCHERS BILL AGAINST THIS PO - IT CANNOT"
                DISPLAY "BE DELETED. CLOSE IT INSTEAD."
            ELSE
            IF PO-HAS-REQUISITIONS = "Y"
                DISPLAY "REQUISITION LINES WERE ORDERED ON THIS PO -"
                DISPLAY "IT CANNOT BE DELETED. CLOSE IT INSTEAD."
            ELSE
                PERFORM ASK-TO-DELETE
                IF OK-TO-DELETE = "Y"
                           PO-VOUCHERED-AMOUNT.
            MOVE "O" TO PO-STATUS.
            MOVE SPACES TO PO-JOB-NUMBER.
            MOVE SPACES TO PO-BLANKET-NUMBER.

       ENTER-PO-NUMBER.
            DISPLAY "ENTER PO NUMBER TO " THE-MODE.
            DISPLAY "7. JOB (BLANK = NONE): " PO-JOB-NUMBER.
            MOVE PO-VOUCHERED-AMOUNT TO PO-AMOUNT-FIELD.
            DISPLAY " VOUCHERED TO DATE: " PO-AMOUNT-FIELD.
            IF PO-BLANKET-NUMBER NOT = SPACES
                DISPLAY " RELEASE AGAINST BLANKET: " PO-BLANKET-NUMBER.
            PERFORM SHOW-PO-REQUISITIONS.
            DISPLAY " ".

       SHOW-PO-REQUISITIONS.
            MOVE "N" TO PO-HAS-REQUISITIONS.
            MOVE PO-NUMBER TO REQ-LINE-PO-NUMBER.
            MOVE "N" TO REQ-LINE-AT-END.
            START REQUISITION-LINE-FILE
               KEY IS EQUAL TO REQ-LINE-PO-NUMBER
               INVALID KEY
               MOVE "Y" TO REQ-LINE-AT-END.
            PERFORM SHOW-ONE-PO-REQUISITION
               UNTIL REQ-LINE-AT-END = "Y".

       SHOW-ONE-PO-REQUISITION.
            READ REQUISITION-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO REQ-LINE-AT-END.
            IF REQ-LINE-AT-END NOT = "Y"
                IF REQ-LINE-PO-NUMBER NOT = PO-NUMBER
                    MOVE "Y" TO REQ-LINE-AT-END
                ELSE
                    MOVE "Y" TO PO-HAS-REQUISITIONS
                    DISPLAY " FROM REQUISITION " REQ-LINE-REQUISITION
                       " LINE " REQ-LINE-SEQUENCE " "
                       REQ-LINE-DESCRIPTION.

      *--------------------------------
      * FILE I-O ROUTINES
      *--------------------------------
