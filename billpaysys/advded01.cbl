      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Payroll deduction file for long-overdue travel advances.
      * An advance (fdadv01.cbl) still out with the employee more
      * than sixty days after the trip ended - paid and never
      * netted against an expense report ("P"), or netted with
      * money owed back and not repaid ("O") - goes to payroll on
      * PAYDEDUCT to be taken out of the employee's pay, one
      * pipe-delimited row each:
      *    EMPLOYEE|NAME|ADVANCE|TRIPEND|DAYSOVER|AMOUNT
      * AMOUNT is the whole advance for a paid one, what is still
      * owed back for a netted one. The advance is stamped "D" with
      * the date it was sent, and a paid advance has its amount
      * moved to ADVANCE-OWED-BACK, so the deduction payroll takes
      * is posted in advmnt01.cbl as a repayment like any other.
      * An advance already sent is never sent twice.
      * The file is registered on the transmission log (PAYDEDUCT) -
      * the count takes in the header row, the hash is the AMOUNT
      * column.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. advded01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "sladv01.cbl".
            COPY "slemp01.cbl".
            COPY "slxmit01.cbl".

            SELECT OPTIONAL DEDUCTION-EXTRACT-FILE
               ASSIGN TO "PAYDEDUCT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
            COPY "fdadv01.cbl".
            COPY "fdemp01.cbl".
            COPY "fdxmit01.cbl".

       FD   DEDUCTION-EXTRACT-FILE
            LABEL RECORDS ARE STANDARD.
       01   DEDUCTION-EXTRACT-OUT         PIC X(200).

       WORKING-STORAGE SECTION.

       01   DEDUCTION-LINE.
            05 DEDUCTION-EMPLOYEE         PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 DEDUCTION-NAME             PIC X(30).
            05 FILLER                     PIC X VALUE "|".
            05 DEDUCTION-ADVANCE          PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 DEDUCTION-TRIP-END         PIC 9(8).
            05 FILLER                     PIC X VALUE "|".
            05 DEDUCTION-DAYS-OVER        PIC 9(5).
            05 FILLER                     PIC X VALUE "|".
            05 DEDUCTION-AMOUNT           PIC -9(6).99.

       77   ADVANCE-FILE-AT-END           PIC X.
       77   EMPLOYEE-RECORD-FOUND         PIC X.
       77   TODAY-DATE                    PIC 9(8).
       77   DAYS-PAST-TRIP-END            PIC S9(6).
       77   DAYS-BEFORE-PAYROLL           PIC 9(3) VALUE 60.
       77   DEDUCTION-DUE                 PIC S9(6)V99.

       77   DEDUCTION-ROW-COUNT           PIC 9(7) VALUE ZERO.
       77   DEDUCTION-ROW-HASH            PIC S9(11)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            PERFORM WRITE-THE-HEADER-ROW.
            MOVE "N" TO ADVANCE-FILE-AT-END.
            PERFORM READ-NEXT-ADVANCE-RECORD.
            PERFORM EXTRACT-ONE-ADVANCE
               UNTIL ADVANCE-FILE-AT-END = "Y".
            PERFORM CLOSING-PROCEDURE.
            PERFORM REGISTER-THE-EXTRACT.
            DISPLAY "ADVANCES SENT TO PAYROLL: " DEDUCTION-ROW-COUNT.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O ADVANCE-FILE.
            OPEN INPUT EMPLOYEE-FILE.
            OPEN OUTPUT DEDUCTION-EXTRACT-FILE.

       CLOSING-PROCEDURE.
            CLOSE ADVANCE-FILE.
            CLOSE EMPLOYEE-FILE.
            CLOSE DEDUCTION-EXTRACT-FILE.

      *--------------------------------
      * SELECT AND SEND
      *--------------------------------
       EXTRACT-ONE-ADVANCE.
            IF ADVANCE-STATUS-PAID OR ADVANCE-STATUS-OWED-BACK
                COMPUTE DAYS-PAST-TRIP-END =
                   FUNCTION INTEGER-OF-DATE (TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE (ADVANCE-TRIP-END)
                IF DAYS-PAST-TRIP-END > DAYS-BEFORE-PAYROLL
                    PERFORM SEND-THE-ADVANCE.
            PERFORM READ-NEXT-ADVANCE-RECORD.

       SEND-THE-ADVANCE.
            IF ADVANCE-STATUS-PAID
                MOVE ZERO TO ADVANCE-APPLIED
                MOVE ADVANCE-AMOUNT TO ADVANCE-OWED-BACK.
            COMPUTE DEDUCTION-DUE =
               ADVANCE-OWED-BACK - ADVANCE-REPAID.
            MOVE ADVANCE-EMPLOYEE TO EMPLOYEE-NUMBER.
            MOVE "Y" TO EMPLOYEE-RECORD-FOUND.
            READ EMPLOYEE-FILE RECORD
               INVALID KEY
               MOVE "N" TO EMPLOYEE-RECORD-FOUND.
            IF EMPLOYEE-RECORD-FOUND = "N"
                MOVE SPACES TO EMPLOYEE-NAME.
            MOVE ADVANCE-EMPLOYEE TO DEDUCTION-EMPLOYEE.
            MOVE EMPLOYEE-NAME TO DEDUCTION-NAME.
            MOVE ADVANCE-NUMBER TO DEDUCTION-ADVANCE.
            MOVE ADVANCE-TRIP-END TO DEDUCTION-TRIP-END.
            MOVE DAYS-PAST-TRIP-END TO DEDUCTION-DAYS-OVER.
            MOVE DEDUCTION-DUE TO DEDUCTION-AMOUNT.
            PERFORM WRITE-THE-DEDUCTION-ROW.
            ADD DEDUCTION-DUE TO DEDUCTION-ROW-HASH.
            MOVE "D" TO ADVANCE-STATUS.
            MOVE TODAY-DATE TO ADVANCE-PAYROLL-DATE.
            REWRITE ADVANCE-RECORD
               INVALID KEY
               DISPLAY "ERROR REWRITING ADVANCE " ADVANCE-NUMBER.

      *--------------------------------
      * EXTRACT FILE
      *--------------------------------
       WRITE-THE-HEADER-ROW.
            MOVE "EMPLOYEE|NAME|ADVANCE|TRIPEND|DAYSOVER|AMOUNT"
               TO DEDUCTION-EXTRACT-OUT.
            WRITE DEDUCTION-EXTRACT-OUT.

       WRITE-THE-DEDUCTION-ROW.
            MOVE DEDUCTION-LINE TO DEDUCTION-EXTRACT-OUT.
            WRITE DEDUCTION-EXTRACT-OUT.
            ADD 1 TO DEDUCTION-ROW-COUNT.

       REGISTER-THE-EXTRACT.
            MOVE "ADVDED01" TO XMIT-PROGRAM.
            MOVE "BATCH" TO XMIT-BUILT-BY.
            MOVE "PAYDEDUCT" TO XMIT-FILE-NAME.
            COMPUTE XMIT-RECORD-COUNT = DEDUCTION-ROW-COUNT + 1.
            MOVE DEDUCTION-ROW-HASH TO XMIT-HASH-TOTAL.
            PERFORM REGISTER-THE-TRANSMISSION.

      *--------------------------------
      * FILE ROUTINES
      *--------------------------------
       READ-NEXT-ADVANCE-RECORD.
            READ ADVANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO ADVANCE-FILE-AT-END.

            COPY "plxmit01.cbl".
