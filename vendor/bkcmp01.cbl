      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Backup-generation compare - the sign-off for a bulk job
      * (vndmdchng02, vndbch02, a vndmrg01 merge) before the next
      * night's backup takes away the way back. Two bkupall1.cbl
      * unloads of the same file, or one unload against the live
      * file, are read side by side in key order (the unload is
      * written in primary-key order, the live file reads that way)
      * and every record is reported as:
      *   ADDED   - on the newer side only;
      *   DELETED - on the older side only;
      *   CHANGED - on both, with every field that differs listed
      *             with its old and new value.
      * The file is picked from vendor, voucher, bank account and
      * check register. The foot carries the record counts of both
      * sides, the added/deleted/changed/unchanged counts, and for
      * every dollar field of the file its total on each side and
      * the net difference.
      *
      * The fields are compared through FIELD-TABLE - each field's
      * name, position and length in the record as laid out in
      * fdvnd04.cbl, fdvouch.cbl, fdbank01.cbl and fdchkreg.cbl.
      * A field added to one of those layouts must be added here
      * too, or its changes show only as a changed record with no
      * field listed. The last byte of an entry is "M" for a dollar
      * field and "S" for a tax id or bank account number, whose
      * old and new values print masked to their last four digits.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bkcmp01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slvnd02.cbl".
            COPY "slvouch.cbl".
            COPY "slbank01.cbl".
            COPY "slchkreg.cbl".

            SELECT OPTIONAL OLD-VENDOR-UNLOAD
               ASSIGN TO OLD-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL OLD-VOUCHER-UNLOAD
               ASSIGN TO OLD-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL OLD-BANK-UNLOAD
               ASSIGN TO OLD-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL OLD-CHKREG-UNLOAD
               ASSIGN TO OLD-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL NEW-VENDOR-UNLOAD
               ASSIGN TO NEW-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL NEW-VOUCHER-UNLOAD
               ASSIGN TO NEW-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL NEW-BANK-UNLOAD
               ASSIGN TO NEW-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            SELECT OPTIONAL NEW-CHKREG-UNLOAD
               ASSIGN TO NEW-UNLOAD-NAME
               ORGANIZATION IS SEQUENTIAL.

            COPY "slsplcat.cbl".

            SELECT OPTIONAL PRINTER-FILE
               ASSIGN TO DYNAMIC SPOOL-PRINTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

            COPY "fdvnd04.cbl".
            COPY "fdvouch.cbl".
            COPY "fdbank01.cbl".
            COPY "fdchkreg.cbl".

      * The unload record sizes are bkupall1.cbl's.
       FD   OLD-VENDOR-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   OLD-VENDOR-UNLOAD-RECORD      PIC X(600).

       FD   OLD-VOUCHER-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   OLD-VOUCHER-UNLOAD-RECORD     PIC X(400).

       FD   OLD-BANK-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   OLD-BANK-UNLOAD-RECORD        PIC X(100).

       FD   OLD-CHKREG-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   OLD-CHKREG-UNLOAD-RECORD      PIC X(100).

       FD   NEW-VENDOR-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   NEW-VENDOR-UNLOAD-RECORD      PIC X(600).

       FD   NEW-VOUCHER-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   NEW-VOUCHER-UNLOAD-RECORD     PIC X(400).

       FD   NEW-BANK-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   NEW-BANK-UNLOAD-RECORD        PIC X(100).

       FD   NEW-CHKREG-UNLOAD
            LABEL RECORDS ARE STANDARD.
       01   NEW-CHKREG-UNLOAD-RECORD      PIC X(100).

            COPY "fdsplcat.cbl".

       FD   PRINTER-FILE
            LABEL RECORDS ARE STANDARD.
       01   PRINTER-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.

            COPY "wsspool01.cbl".
            COPY "wsmask01.cbl".

       77   COMPARE-PICK                  PIC 9.
            88 COMPARE-PICK-IS-VALID      VALUES 1 THRU 4.
       77   COMPARE-FILE-CODE             PIC X.
            88 COMPARING-VENDORS          VALUE "V".
            88 COMPARING-VOUCHERS         VALUE "C".
            88 COMPARING-BANK-ACCOUNTS    VALUE "B".
            88 COMPARING-THE-REGISTER     VALUE "R".
       77   COMPARE-FILE-ID               PIC X(16).
       77   UNLOAD-PREFIX                 PIC X(5).
       77   OLD-UNLOAD-DATE               PIC 9(8).
       77   NEW-UNLOAD-DATE               PIC 9(8).
            88 NEW-SIDE-IS-LIVE           VALUE ZERO.
       77   OLD-UNLOAD-NAME               PIC X(20).
       77   NEW-UNLOAD-NAME               PIC X(20).

      * Where the key and the identifying name sit in the record.
       77   RECORD-LENGTH                 PIC 9(3).
       77   KEY-LENGTH                    PIC 9(3).
       77   LABEL-START                   PIC 9(3).
       77   LABEL-LENGTH                  PIC 9(3).

       01   OLD-IMAGE                     PIC X(600).
       01   NEW-IMAGE                     PIC X(600).
       77   OLD-KEY                       PIC X(10).
       77   NEW-KEY                       PIC X(10).
       77   OLD-AT-END                    PIC X.
       77   NEW-AT-END                    PIC X.

       77   OLD-RECORD-COUNT              PIC 9(7) VALUE ZERO.
       77   NEW-RECORD-COUNT              PIC 9(7) VALUE ZERO.
       77   ADDED-COUNT                   PIC 9(7) VALUE ZERO.
       77   DELETED-COUNT                 PIC 9(7) VALUE ZERO.
       77   CHANGED-COUNT                 PIC 9(7) VALUE ZERO.
       77   UNCHANGED-COUNT               PIC 9(7) VALUE ZERO.
       77   FIELDS-CHANGED-COUNT          PIC 9(7) VALUE ZERO.

      * Every field of the four layouts: file code (V vendor,
      * C voucher, B bank account, R register), name, start, length,
      * and "M" on a signed dollar field (S9(n)V99).
       01   FIELD-TABLE-VALUES.
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-NUMBER                 001005 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-NAME                   006030 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-ADDRESS-1              036030 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-ADDRESS-2              066030 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CITY                   096020 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-STATE                  116002 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-ZIP                    118010 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CONTACT                128030 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-PHONE                  158015 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-TAX-ID                 173011S".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-1099-FLAG              184001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-STATUS                 185001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-EMAIL                  186040 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-FAX                    226015 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-W9-ON-FILE             241001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-INSURANCE-EXPIRATION   242008 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-PAYMENT-METHOD         250001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-ABA-ROUTING-NUMBER     251009 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-BANK-ACCOUNT-NUMBER    260017S".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CLASS                  277001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CREDIT-LIMIT           278009M".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-PAYMENT-TERMS          287003 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-DISCOUNT-PERCENT       290003 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-DISCOUNT-DAYS          293003 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-REMIT-NAME             296030 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-REMIT-ADDRESS-1        326030 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-REMIT-ADDRESS-2        356030 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-REMIT-CITY             386020 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-REMIT-STATE            406002 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-REMIT-ZIP              408010 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-PRENOTE-STATUS         418001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-PRENOTE-DATE           419008 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-COMPANY                427001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CURRENCY-CODE          428003 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-BACKUP-WITHHOLDING     431001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-FIRST-BNOTICE-DATE     432008 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-SECOND-BNOTICE-DATE    440008 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-TIN-MATCH-CODE         448001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-TIN-MATCH-DATE         449008 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-FOREIGN-PERSON         457001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-W8-ON-FILE             458001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-W8-DATE                459008 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-TREATY-RATE            467004 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CTX-ADDENDA            471001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-TERMS-CODE             472004 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CURRENCY-ONLY          476001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-HANDLING-CODE          477001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-COUNTRY-CODE           478002 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-REMIT-COUNTRY-CODE     480002 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-PARENT-NUMBER          482005 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-FAMILY-CREDIT          487001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-NONRES-WH-STATE        488002 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-CARD-ISSUER            490004 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-BAD-ADDRESS            494001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-BAD-ADDRESS-DATE       495008 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-BAD-EMAIL              503001 ".
            05 FILLER                     PIC X(38)
               VALUE "VVENDOR-BAD-EMAIL-DATE         504008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-NUMBER                001005 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-VENDOR                006005 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-INVOICE               011015 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-FOR                   026030 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-AMOUNT                056008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DATE                  064008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DUE                   072008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DEDUCTIBLE            080001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-SELECTED              081001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-PAID-AMOUNT           082008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-PAID-DATE             090008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-CHECK-NO              098006 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-BANK-ACCOUNT          104004 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-TYPE                  108001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-GL-CODE               109006 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-CLEARED-DATE          115008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-PAY-THIS-AMOUNT       123008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DISCOUNT-DATE         131008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DISCOUNT-AMOUNT       139008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DISCOUNT-TAKEN        147008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-PO-NUMBER             155005 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-APPROVAL-STATUS       160001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-ENTERED-BY            161010 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-ESCHEATED             171001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DISPUTE-FLAG          172001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-DISPUTE-REASON        173020 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-COMPANY               193001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-TAXABLE               194001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-TAX-AMOUNT            195008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-CURRENCY              203003 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-FOREIGN-AMOUNT        206009M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-ENTRY-RATE            215009 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-RETAINAGE-PERCENT     224004 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-RETAINED-AMOUNT       228008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-APPLIED-AMOUNT        236008M".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-CONTRACT-NUMBER       244008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-GL-BATCH              252005 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-JOB-NUMBER            257008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-HANDLING-CODE         265001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-1099-BOX              266001 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-INVOICE-DATE          267008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-SERVICE-FROM          275008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-SERVICE-THRU          283008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-RECEIVED-DATE         291008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-ENTERED-DATE          299008 ".
            05 FILLER                     PIC X(38)
               VALUE "CVOUCHER-APPROVED-DATE         307008 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-CODE             001004 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-NAME             005030 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-ABA-ROUTING      035009 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-NUMBER           044017S".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-LAST-CHECK-NO    061006 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-GL-CODE          067006 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-BALANCE          073011M".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-COMPANY          084001 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-EFT-FORMAT       085001 ".
            05 FILLER                     PIC X(38)
               VALUE "BBANK-ACCOUNT-CURRENCY         086003 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-BANK-ACCOUNT         001004 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-CHECK-NO             005006 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-VENDOR               011005 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-PAYEE-NAME           016030 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-CHECK-DATE           046008 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-CHECK-AMOUNT         054010M".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-STATUS               064001 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-PAYMENT-TYPE         065001 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-PAYEE-TYPE           066001 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-CURRENCY             067003 ".
            05 FILLER                     PIC X(38)
               VALUE "RREGISTER-USD-AMOUNT           070010M".
       01   FILLER REDEFINES FIELD-TABLE-VALUES.
            05 FIELD-ENTRY OCCURS 124 TIMES.
               10 FIELD-FILE              PIC X.
               10 FIELD-NAME              PIC X(30).
               10 FIELD-START             PIC 9(3).
               10 FIELD-LENGTH            PIC 9(3).
               10 FIELD-MONEY             PIC X.
                  88 FIELD-IS-SENSITIVE   VALUE "S".
       77   FIELD-INDEX                   PIC 9(3).
       77   FIELD-COUNT                   PIC 9(3) VALUE 124.

      * Each dollar field's total on each side, by field entry.
       01   MONEY-TOTALS.
            05 MONEY-ENTRY OCCURS 124 TIMES.
               10 MONEY-OLD-TOTAL         PIC S9(11)V99.
               10 MONEY-NEW-TOTAL         PIC S9(11)V99.
       77   MONEY-NET                     PIC S9(11)V99.

      * A dollar field lifted out of a record image: right-justified
      * over zeroes, its trailing sign lands where S9(9)V99 wants it.
       01   MONEY-WORK                    PIC X(11).
       01   FILLER REDEFINES MONEY-WORK.
            05 MONEY-WORK-AMOUNT          PIC S9(9)V99.
       77   MONEY-WORK-START              PIC 9(2).
       77   AMOUNT-FIELD                  PIC -ZZZ,ZZZ,ZZ9.99.

       01   TITLE-LINE.
            05 FILLER                     PIC X(17)
               VALUE "BACKUP COMPARE - ".
            05 PRINT-TITLE-FILE           PIC X(16).
            05 FILLER                     PIC X(6)  VALUE " OLD: ".
            05 PRINT-TITLE-OLD            PIC X(14).
            05 FILLER                     PIC X(6)  VALUE " NEW: ".
            05 PRINT-TITLE-NEW            PIC X(14).

       01   RECORD-LINE.
            05 PRINT-RECORD-ACTION        PIC X(9).
            05 PRINT-RECORD-KEY           PIC X(10).
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-RECORD-LABEL         PIC X(30).

       01   FIELD-LINE.
            05 FILLER                     PIC X(3)  VALUE SPACE.
            05 PRINT-FIELD-NAME           PIC X(30).
            05 PRINT-FIELD-SIDE           PIC X(5).
            05 PRINT-FIELD-VALUE          PIC X(40).

       01   COUNT-LINE.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-COUNT-LABEL          PIC X(30).
            05 PRINT-COUNT                PIC Z,ZZZ,ZZ9.

       01   MONEY-COLUMN-LINE.
            05 FILLER                     PIC X(33)
               VALUE "DOLLAR FIELD".
            05 FILLER                     PIC X(47)
               VALUE "OLD TOTAL        NEW TOTAL       NET CHANGE".

       01   MONEY-LINE.
            05 PRINT-MONEY-NAME           PIC X(26).
            05 FILLER                     PIC X(1)  VALUE SPACE.
            05 PRINT-MONEY-OLD            PIC -ZZZ,ZZZ,ZZ9.99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-MONEY-NEW            PIC -ZZZ,ZZZ,ZZ9.99.
            05 FILLER                     PIC X(2)  VALUE SPACE.
            05 PRINT-MONEY-NET            PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM ENTER-THE-FILE-PICK.
            PERFORM ENTER-THE-UNLOAD-DATES.
            PERFORM OPENING-PROCEDURE.
            PERFORM PRINT-THE-HEADINGS.
            MOVE ZEROES TO MONEY-TOTALS.

            PERFORM READ-THE-OLD-SIDE.
            PERFORM READ-THE-NEW-SIDE.
            PERFORM MATCH-THE-SIDES
               UNTIL OLD-AT-END = "Y" AND NEW-AT-END = "Y".

            PERFORM PRINT-THE-TOTALS.
            PERFORM CLOSING-PROCEDURE.
            DISPLAY COMPARE-FILE-ID " COMPARE - ADDED " ADDED-COUNT
               " DELETED " DELETED-COUNT " CHANGED " CHANGED-COUNT.

       PROGRAM-DONE.
            GOBACK.

       ENTER-THE-FILE-PICK.
            DISPLAY "COMPARE WHICH FILE?".
            DISPLAY "1. VENDOR".
            DISPLAY "2. VOUCHER".
            DISPLAY "3. BANK ACCOUNT".
            DISPLAY "4. CHECK REGISTER".
            ACCEPT COMPARE-PICK.
            PERFORM RE-ENTER-THE-FILE-PICK
               UNTIL COMPARE-PICK-IS-VALID.
            IF COMPARE-PICK = 1
                MOVE "V" TO COMPARE-FILE-CODE
                MOVE "VENDOR" TO COMPARE-FILE-ID
                MOVE "VNDBK" TO UNLOAD-PREFIX
                MOVE 5 TO KEY-LENGTH
                MOVE 6 TO LABEL-START
                MOVE 30 TO LABEL-LENGTH.
            IF COMPARE-PICK = 2
                MOVE "C" TO COMPARE-FILE-CODE
                MOVE "VOUCHER" TO COMPARE-FILE-ID
                MOVE "VCHBK" TO UNLOAD-PREFIX
                MOVE 5 TO KEY-LENGTH
                MOVE 11 TO LABEL-START
                MOVE 15 TO LABEL-LENGTH.
            IF COMPARE-PICK = 3
                MOVE "B" TO COMPARE-FILE-CODE
                MOVE "BANK ACCOUNT" TO COMPARE-FILE-ID
                MOVE "BNKBK" TO UNLOAD-PREFIX
                MOVE 4 TO KEY-LENGTH
                MOVE 5 TO LABEL-START
                MOVE 30 TO LABEL-LENGTH.
            IF COMPARE-PICK = 4
                MOVE "R" TO COMPARE-FILE-CODE
                MOVE "CHECK REGISTER" TO COMPARE-FILE-ID
                MOVE "CKRBK" TO UNLOAD-PREFIX
                MOVE 10 TO KEY-LENGTH
                MOVE 16 TO LABEL-START
                MOVE 30 TO LABEL-LENGTH.

       RE-ENTER-THE-FILE-PICK.
            DISPLAY "INVALID SELECTION - PLEASE RE-TRY".
            ACCEPT COMPARE-PICK.

      * The bkupall1.cbl naming convention - <prefix>CCYYMMDD.
       ENTER-THE-UNLOAD-DATES.
            DISPLAY "ENTER THE OLDER UNLOAD DATE (CCYYMMDD)".
            ACCEPT OLD-UNLOAD-DATE.
            PERFORM RE-ENTER-THE-OLD-DATE
               UNTIL OLD-UNLOAD-DATE NOT = ZERO.
            DISPLAY "ENTER THE NEWER UNLOAD DATE (CCYYMMDD)".
            DISPLAY "OR 0 TO COMPARE AGAINST THE LIVE FILE".
            ACCEPT NEW-UNLOAD-DATE.
            MOVE SPACES TO OLD-UNLOAD-NAME.
            STRING UNLOAD-PREFIX OLD-UNLOAD-DATE
               DELIMITED BY SIZE INTO OLD-UNLOAD-NAME.
            MOVE SPACES TO NEW-UNLOAD-NAME.
            IF NEW-SIDE-IS-LIVE
                MOVE "LIVE FILE" TO NEW-UNLOAD-NAME
            ELSE
                STRING UNLOAD-PREFIX NEW-UNLOAD-DATE
                   DELIMITED BY SIZE INTO NEW-UNLOAD-NAME.

       RE-ENTER-THE-OLD-DATE.
            DISPLAY "AN OLDER UNLOAD DATE IS REQUIRED".
            ACCEPT OLD-UNLOAD-DATE.

       OPENING-PROCEDURE.
            IF COMPARING-VENDORS
                MOVE 502 TO RECORD-LENGTH
                OPEN INPUT OLD-VENDOR-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    OPEN INPUT VENDOR-FILE
                ELSE
                    OPEN INPUT NEW-VENDOR-UNLOAD.
            IF COMPARING-VOUCHERS
                MOVE 314 TO RECORD-LENGTH
                OPEN INPUT OLD-VOUCHER-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    OPEN INPUT VOUCHER-FILE
                ELSE
                    OPEN INPUT NEW-VOUCHER-UNLOAD.
            IF COMPARING-BANK-ACCOUNTS
                MOVE 88 TO RECORD-LENGTH
                OPEN INPUT OLD-BANK-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    OPEN INPUT BANK-ACCOUNT-FILE
                ELSE
                    OPEN INPUT NEW-BANK-UNLOAD.
            IF COMPARING-THE-REGISTER
                MOVE 79 TO RECORD-LENGTH
                OPEN INPUT OLD-CHKREG-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    OPEN INPUT CHECK-REGISTER-FILE
                ELSE
                    OPEN INPUT NEW-CHKREG-UNLOAD.
            MOVE "BKCMP01" TO SPOOL-NAME-REPORT-ID.
            MOVE "BACKUP COMPARE" TO SPOOL-NAME-TITLE.
            PERFORM OPEN-THE-SPOOL.
            OPEN OUTPUT PRINTER-FILE.

       CLOSING-PROCEDURE.
            IF COMPARING-VENDORS
                CLOSE OLD-VENDOR-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    CLOSE VENDOR-FILE
                ELSE
                    CLOSE NEW-VENDOR-UNLOAD.
            IF COMPARING-VOUCHERS
                CLOSE OLD-VOUCHER-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    CLOSE VOUCHER-FILE
                ELSE
                    CLOSE NEW-VOUCHER-UNLOAD.
            IF COMPARING-BANK-ACCOUNTS
                CLOSE OLD-BANK-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    CLOSE BANK-ACCOUNT-FILE
                ELSE
                    CLOSE NEW-BANK-UNLOAD.
            IF COMPARING-THE-REGISTER
                CLOSE OLD-CHKREG-UNLOAD
                IF NEW-SIDE-IS-LIVE
                    CLOSE CHECK-REGISTER-FILE
                ELSE
                    CLOSE NEW-CHKREG-UNLOAD.
            CLOSE PRINTER-FILE.

       PRINT-THE-HEADINGS.
            MOVE COMPARE-FILE-ID TO PRINT-TITLE-FILE.
            MOVE OLD-UNLOAD-NAME TO PRINT-TITLE-OLD.
            MOVE NEW-UNLOAD-NAME TO PRINT-TITLE-NEW.
            MOVE TITLE-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM LINE-FEED.

      *--------------------------------
      * READING THE TWO SIDES
      *--------------------------------
      * A side at its end carries HIGH-VALUES as its key, so the
      * other side's remaining records all fall out as added or
      * deleted.
       READ-THE-OLD-SIDE.
            MOVE "N" TO OLD-AT-END.
            MOVE SPACES TO OLD-IMAGE.
            IF COMPARING-VENDORS
                READ OLD-VENDOR-UNLOAD
                   AT END MOVE "Y" TO OLD-AT-END
                   NOT AT END
                   MOVE OLD-VENDOR-UNLOAD-RECORD TO OLD-IMAGE.
            IF COMPARING-VOUCHERS
                READ OLD-VOUCHER-UNLOAD
                   AT END MOVE "Y" TO OLD-AT-END
                   NOT AT END
                   MOVE OLD-VOUCHER-UNLOAD-RECORD TO OLD-IMAGE.
            IF COMPARING-BANK-ACCOUNTS
                READ OLD-BANK-UNLOAD
                   AT END MOVE "Y" TO OLD-AT-END
                   NOT AT END
                   MOVE OLD-BANK-UNLOAD-RECORD TO OLD-IMAGE.
            IF COMPARING-THE-REGISTER
                READ OLD-CHKREG-UNLOAD
                   AT END MOVE "Y" TO OLD-AT-END
                   NOT AT END
                   MOVE OLD-CHKREG-UNLOAD-RECORD TO OLD-IMAGE.
            IF OLD-AT-END = "Y"
                MOVE HIGH-VALUES TO OLD-KEY
            ELSE
                ADD 1 TO OLD-RECORD-COUNT
                MOVE OLD-IMAGE (1 : KEY-LENGTH) TO OLD-KEY.

       READ-THE-NEW-SIDE.
            MOVE "N" TO NEW-AT-END.
            MOVE SPACES TO NEW-IMAGE.
            IF NEW-SIDE-IS-LIVE
                PERFORM READ-THE-LIVE-FILE
            ELSE
                PERFORM READ-THE-NEW-UNLOAD.
            IF NEW-AT-END = "Y"
                MOVE HIGH-VALUES TO NEW-KEY
            ELSE
                ADD 1 TO NEW-RECORD-COUNT
                MOVE NEW-IMAGE (1 : KEY-LENGTH) TO NEW-KEY.

       READ-THE-NEW-UNLOAD.
            IF COMPARING-VENDORS
                READ NEW-VENDOR-UNLOAD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE NEW-VENDOR-UNLOAD-RECORD TO NEW-IMAGE.
            IF COMPARING-VOUCHERS
                READ NEW-VOUCHER-UNLOAD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE NEW-VOUCHER-UNLOAD-RECORD TO NEW-IMAGE.
            IF COMPARING-BANK-ACCOUNTS
                READ NEW-BANK-UNLOAD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE NEW-BANK-UNLOAD-RECORD TO NEW-IMAGE.
            IF COMPARING-THE-REGISTER
                READ NEW-CHKREG-UNLOAD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE NEW-CHKREG-UNLOAD-RECORD TO NEW-IMAGE.

       READ-THE-LIVE-FILE.
            IF COMPARING-VENDORS
                READ VENDOR-FILE NEXT RECORD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE VENDOR-RECORD TO NEW-IMAGE.
            IF COMPARING-VOUCHERS
                READ VOUCHER-FILE NEXT RECORD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE VOUCHER-RECORD TO NEW-IMAGE.
            IF COMPARING-BANK-ACCOUNTS
                READ BANK-ACCOUNT-FILE NEXT RECORD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE BANK-ACCOUNT-RECORD TO NEW-IMAGE.
            IF COMPARING-THE-REGISTER
                READ CHECK-REGISTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO NEW-AT-END
                   NOT AT END
                   MOVE CHECK-REGISTER-RECORD TO NEW-IMAGE.

      *--------------------------------
      * MATCHING
      *--------------------------------
       MATCH-THE-SIDES.
            IF OLD-KEY < NEW-KEY
                PERFORM REPORT-A-DELETED-RECORD
                PERFORM READ-THE-OLD-SIDE
            ELSE
                IF OLD-KEY > NEW-KEY
                    PERFORM REPORT-AN-ADDED-RECORD
                    PERFORM READ-THE-NEW-SIDE
                ELSE
                    PERFORM COMPARE-THE-RECORDS
                    PERFORM READ-THE-OLD-SIDE
                    PERFORM READ-THE-NEW-SIDE.

       REPORT-A-DELETED-RECORD.
            ADD 1 TO DELETED-COUNT.
            MOVE "DELETED" TO PRINT-RECORD-ACTION.
            MOVE OLD-KEY TO PRINT-RECORD-KEY.
            MOVE OLD-IMAGE (LABEL-START : LABEL-LENGTH)
               TO PRINT-RECORD-LABEL.
            MOVE RECORD-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM ADD-THE-OLD-MONEY
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT.

       REPORT-AN-ADDED-RECORD.
            ADD 1 TO ADDED-COUNT.
            MOVE "ADDED" TO PRINT-RECORD-ACTION.
            MOVE NEW-KEY TO PRINT-RECORD-KEY.
            MOVE NEW-IMAGE (LABEL-START : LABEL-LENGTH)
               TO PRINT-RECORD-LABEL.
            MOVE RECORD-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM ADD-THE-NEW-MONEY
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT.

       COMPARE-THE-RECORDS.
            PERFORM ADD-THE-OLD-MONEY
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT.
            PERFORM ADD-THE-NEW-MONEY
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT.
            IF OLD-IMAGE (1 : RECORD-LENGTH) =
                  NEW-IMAGE (1 : RECORD-LENGTH)
                ADD 1 TO UNCHANGED-COUNT
            ELSE
                PERFORM REPORT-A-CHANGED-RECORD.

       REPORT-A-CHANGED-RECORD.
            ADD 1 TO CHANGED-COUNT.
            MOVE "CHANGED" TO PRINT-RECORD-ACTION.
            MOVE NEW-KEY TO PRINT-RECORD-KEY.
            MOVE NEW-IMAGE (LABEL-START : LABEL-LENGTH)
               TO PRINT-RECORD-LABEL.
            MOVE RECORD-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM COMPARE-ONE-FIELD
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT.

       COMPARE-ONE-FIELD.
            IF FIELD-FILE (FIELD-INDEX) = COMPARE-FILE-CODE
                IF OLD-IMAGE (FIELD-START (FIELD-INDEX) :
                              FIELD-LENGTH (FIELD-INDEX)) NOT =
                   NEW-IMAGE (FIELD-START (FIELD-INDEX) :
                              FIELD-LENGTH (FIELD-INDEX))
                    PERFORM REPORT-A-CHANGED-FIELD.

       REPORT-A-CHANGED-FIELD.
            ADD 1 TO FIELDS-CHANGED-COUNT.
            MOVE FIELD-NAME (FIELD-INDEX) TO PRINT-FIELD-NAME.
            MOVE "WAS: " TO PRINT-FIELD-SIDE.
            MOVE OLD-IMAGE (FIELD-START (FIELD-INDEX) :
                            FIELD-LENGTH (FIELD-INDEX))
               TO PRINT-FIELD-VALUE.
            IF FIELD-MONEY (FIELD-INDEX) = "M"
                PERFORM LIFT-THE-OLD-MONEY
                MOVE MONEY-WORK-AMOUNT TO AMOUNT-FIELD
                MOVE AMOUNT-FIELD TO PRINT-FIELD-VALUE.
            IF FIELD-IS-SENSITIVE (FIELD-INDEX)
                PERFORM MASK-THE-FIELD-VALUE.
            MOVE FIELD-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            MOVE SPACES TO PRINT-FIELD-NAME.
            MOVE "NOW: " TO PRINT-FIELD-SIDE.
            MOVE NEW-IMAGE (FIELD-START (FIELD-INDEX) :
                            FIELD-LENGTH (FIELD-INDEX))
               TO PRINT-FIELD-VALUE.
            IF FIELD-MONEY (FIELD-INDEX) = "M"
                PERFORM LIFT-THE-NEW-MONEY
                MOVE MONEY-WORK-AMOUNT TO AMOUNT-FIELD
                MOVE AMOUNT-FIELD TO PRINT-FIELD-VALUE.
            IF FIELD-IS-SENSITIVE (FIELD-INDEX)
                PERFORM MASK-THE-FIELD-VALUE.
            MOVE FIELD-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

      * A compare has no operator sign-on, so a tax id or bank
      * account number always prints masked - that the last four
      * digits changed (or not) is enough to sign off on.
       MASK-THE-FIELD-VALUE.
            MOVE PRINT-FIELD-VALUE TO SENSITIVE-VALUE.
            PERFORM MASK-SENSITIVE-VALUE.
            MOVE SENSITIVE-SHOWN TO PRINT-FIELD-VALUE.

      *--------------------------------
      * DOLLAR FIELDS
      *--------------------------------
       ADD-THE-OLD-MONEY.
            IF FIELD-FILE (FIELD-INDEX) = COMPARE-FILE-CODE AND
                  FIELD-MONEY (FIELD-INDEX) = "M"
                PERFORM LIFT-THE-OLD-MONEY
                ADD MONEY-WORK-AMOUNT
                   TO MONEY-OLD-TOTAL (FIELD-INDEX).

       ADD-THE-NEW-MONEY.
            IF FIELD-FILE (FIELD-INDEX) = COMPARE-FILE-CODE AND
                  FIELD-MONEY (FIELD-INDEX) = "M"
                PERFORM LIFT-THE-NEW-MONEY
                ADD MONEY-WORK-AMOUNT
                   TO MONEY-NEW-TOTAL (FIELD-INDEX).

       LIFT-THE-OLD-MONEY.
            MOVE ALL "0" TO MONEY-WORK.
            COMPUTE MONEY-WORK-START =
               12 - FIELD-LENGTH (FIELD-INDEX).
            MOVE OLD-IMAGE (FIELD-START (FIELD-INDEX) :
                            FIELD-LENGTH (FIELD-INDEX))
               TO MONEY-WORK (MONEY-WORK-START :
                              FIELD-LENGTH (FIELD-INDEX)).
            IF MONEY-WORK-AMOUNT NOT NUMERIC
                MOVE ZERO TO MONEY-WORK-AMOUNT.

       LIFT-THE-NEW-MONEY.
            MOVE ALL "0" TO MONEY-WORK.
            COMPUTE MONEY-WORK-START =
               12 - FIELD-LENGTH (FIELD-INDEX).
            MOVE NEW-IMAGE (FIELD-START (FIELD-INDEX) :
                            FIELD-LENGTH (FIELD-INDEX))
               TO MONEY-WORK (MONEY-WORK-START :
                              FIELD-LENGTH (FIELD-INDEX)).
            IF MONEY-WORK-AMOUNT NOT NUMERIC
                MOVE ZERO TO MONEY-WORK-AMOUNT.

      *--------------------------------
      * TOTALS
      *--------------------------------
       PRINT-THE-TOTALS.
            PERFORM LINE-FEED.
            IF ADDED-COUNT = ZERO AND DELETED-COUNT = ZERO AND
                  CHANGED-COUNT = ZERO
                MOVE "  NO DIFFERENCES - THE TWO SIDES MATCH"
                   TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER
                PERFORM LINE-FEED.
            MOVE "RECORDS ON THE OLD SIDE" TO PRINT-COUNT-LABEL.
            MOVE OLD-RECORD-COUNT TO PRINT-COUNT.
            PERFORM WRITE-A-COUNT-LINE.
            MOVE "RECORDS ON THE NEW SIDE" TO PRINT-COUNT-LABEL.
            MOVE NEW-RECORD-COUNT TO PRINT-COUNT.
            PERFORM WRITE-A-COUNT-LINE.
            MOVE "ADDED" TO PRINT-COUNT-LABEL.
            MOVE ADDED-COUNT TO PRINT-COUNT.
            PERFORM WRITE-A-COUNT-LINE.
            MOVE "DELETED" TO PRINT-COUNT-LABEL.
            MOVE DELETED-COUNT TO PRINT-COUNT.
            PERFORM WRITE-A-COUNT-LINE.
            MOVE "CHANGED" TO PRINT-COUNT-LABEL.
            MOVE CHANGED-COUNT TO PRINT-COUNT.
            PERFORM WRITE-A-COUNT-LINE.
            MOVE "UNCHANGED" TO PRINT-COUNT-LABEL.
            MOVE UNCHANGED-COUNT TO PRINT-COUNT.
            PERFORM WRITE-A-COUNT-LINE.
            MOVE "FIELDS CHANGED" TO PRINT-COUNT-LABEL.
            MOVE FIELDS-CHANGED-COUNT TO PRINT-COUNT.
            PERFORM WRITE-A-COUNT-LINE.
            PERFORM LINE-FEED.
            MOVE MONEY-COLUMN-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.
            PERFORM PRINT-ONE-MONEY-TOTAL
               VARYING FIELD-INDEX FROM 1 BY 1
               UNTIL FIELD-INDEX > FIELD-COUNT.

       WRITE-A-COUNT-LINE.
            MOVE COUNT-LINE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

       PRINT-ONE-MONEY-TOTAL.
            IF FIELD-FILE (FIELD-INDEX) = COMPARE-FILE-CODE AND
                  FIELD-MONEY (FIELD-INDEX) = "M"
                MOVE FIELD-NAME (FIELD-INDEX) TO PRINT-MONEY-NAME
                MOVE MONEY-OLD-TOTAL (FIELD-INDEX) TO PRINT-MONEY-OLD
                MOVE MONEY-NEW-TOTAL (FIELD-INDEX) TO PRINT-MONEY-NEW
                COMPUTE MONEY-NET = MONEY-NEW-TOTAL (FIELD-INDEX)
                   - MONEY-OLD-TOTAL (FIELD-INDEX)
                MOVE MONEY-NET TO PRINT-MONEY-NET
                MOVE MONEY-LINE TO PRINTER-RECORD
                PERFORM WRITE-TO-PRINTER.

      *--------------------------------
      * PRINTING
      *--------------------------------
       WRITE-TO-PRINTER.
            WRITE PRINTER-RECORD BEFORE ADVANCING 1.

       LINE-FEED.
            MOVE SPACE TO PRINTER-RECORD.
            PERFORM WRITE-TO-PRINTER.

            COPY "plmask01.cbl".
            COPY "plspool01.cbl".
