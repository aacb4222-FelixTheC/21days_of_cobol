      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * NCOA/CASS address-update extract - builds the fixed-column
      * file our USPS change-of-address service bureau takes, one
      * row per address of every VENDOR-STATUS-ACTIVE vendor on
      * fdvnd04.cbl: the vendor address, and the remit-to address
      * as a second row when the vendor uses one. NCOA covers US
      * addresses only, so a foreign address (VENDOR-COUNTRY-CODE /
      * VENDOR-REMIT-COUNTRY-CODE) is left out. The vendor number
      * and the address type ("A" vendor, "R" remit-to) lead each
      * row; the bureau hands them back unchanged on the response,
      * which is how ncoaim01.cbl queues the answer for the right
      * address:
      *   vendor(5) type(1) name(30) address-1(30) address-2(30)
      *   city(20) state(2) zip(10)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ncoaex01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL NCOA-EXTRACT-FILE
               ASSIGN TO "NCOAEXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdvnd04.cbl".
            COPY "fdxmit01.cbl".

       FD   NCOA-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
       01   NCOA-EXTRACT-RECORD           PIC X(128).

       WORKING-STORAGE SECTION.

       01   EXTRACT-DETAIL-LINE.
            05 EXTRACT-VENDOR             PIC 9(5).
            05 EXTRACT-ADDRESS-TYPE       PIC X(1).
            05 EXTRACT-NAME               PIC X(30).
            05 EXTRACT-ADDRESS-1          PIC X(30).
            05 EXTRACT-ADDRESS-2          PIC X(30).
            05 EXTRACT-CITY               PIC X(20).
            05 EXTRACT-STATE              PIC X(2).
            05 EXTRACT-ZIP                PIC X(10).

       77   VENDOR-FILE-AT-END            PIC X.
       77   ROW-COUNT                     PIC 9(5) VALUE ZERO.
       77   FOREIGN-COUNT                 PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            OPEN INPUT VENDOR-FILE.
            OPEN OUTPUT NCOA-EXTRACT-FILE.

            MOVE "N" TO VENDOR-FILE-AT-END.
            PERFORM READ-NEXT-VENDOR-RECORD.
            PERFORM EXTRACT-ONE-VENDOR
               UNTIL VENDOR-FILE-AT-END = "Y".

            DISPLAY "NCOA EXTRACT ROWS WRITTEN:    " ROW-COUNT.
            DISPLAY "FOREIGN ADDRESSES LEFT OUT:   " FOREIGN-COUNT.
            CLOSE VENDOR-FILE.
            CLOSE NCOA-EXTRACT-FILE.
            IF ROW-COUNT NOT = ZERO
                PERFORM REGISTER-THE-EXTRACT-FILE.

       PROGRAM-DONE.
            GOBACK.

       EXTRACT-ONE-VENDOR.
            IF VENDOR-STATUS-ACTIVE
                PERFORM EXTRACT-VENDOR-ADDRESS
                IF VENDOR-REMIT-NAME NOT = SPACES
                    PERFORM EXTRACT-REMIT-ADDRESS.
            PERFORM READ-NEXT-VENDOR-RECORD.

       EXTRACT-VENDOR-ADDRESS.
            IF NOT VENDOR-ADDRESS-IS-DOMESTIC
                ADD 1 TO FOREIGN-COUNT
            ELSE
                MOVE VENDOR-NUMBER TO EXTRACT-VENDOR
                MOVE "A" TO EXTRACT-ADDRESS-TYPE
                MOVE VENDOR-NAME TO EXTRACT-NAME
                MOVE VENDOR-ADDRESS-1 TO EXTRACT-ADDRESS-1
                MOVE VENDOR-ADDRESS-2 TO EXTRACT-ADDRESS-2
                MOVE VENDOR-CITY TO EXTRACT-CITY
                MOVE VENDOR-STATE TO EXTRACT-STATE
                MOVE VENDOR-ZIP TO EXTRACT-ZIP
                PERFORM WRITE-EXTRACT-ROW.

       EXTRACT-REMIT-ADDRESS.
            IF NOT VENDOR-REMIT-IS-DOMESTIC
                ADD 1 TO FOREIGN-COUNT
            ELSE
                MOVE VENDOR-NUMBER TO EXTRACT-VENDOR
                MOVE "R" TO EXTRACT-ADDRESS-TYPE
                MOVE VENDOR-REMIT-NAME TO EXTRACT-NAME
                MOVE VENDOR-REMIT-ADDRESS-1 TO EXTRACT-ADDRESS-1
                MOVE VENDOR-REMIT-ADDRESS-2 TO EXTRACT-ADDRESS-2
                MOVE VENDOR-REMIT-CITY TO EXTRACT-CITY
                MOVE VENDOR-REMIT-STATE TO EXTRACT-STATE
                MOVE VENDOR-REMIT-ZIP TO EXTRACT-ZIP
                PERFORM WRITE-EXTRACT-ROW.

       WRITE-EXTRACT-ROW.
            MOVE EXTRACT-DETAIL-LINE TO NCOA-EXTRACT-RECORD.
            WRITE NCOA-EXTRACT-RECORD.
            ADD 1 TO ROW-COUNT.

       READ-NEXT-VENDOR-RECORD.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO VENDOR-FILE-AT-END.

      * No money in the file - the row count is the control.
       REGISTER-THE-EXTRACT-FILE.
            MOVE "NCOAEXT" TO XMIT-FILE-NAME.
            MOVE "NCOAEX01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE ROW-COUNT TO XMIT-RECORD-COUNT.
            MOVE ZERO TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

            COPY "plxmit01.cbl".
