      * Tectonics: cobc
      *
      * Payment-run proposal - builds a numbered run header
      * (fdrunhdr.cbl) in PROPOSED status: the run type (check,
      * EFT or virtual card), bank account, run date, the count
      * and dollar total
      * of the vouchers that would pay, and the funds position
      * against BANK-ACCOUNT-BALANCE at the moment of proposal.
      * Nothing pays from here: a treasury operator releases (or
      * cancels) the proposal in runrel01.cbl, and only then will
      * chkrun01/eftrun01/vcdrun01 execute it.
      * A vendor with a sanctions hit still undecided (or confirmed)
      * in fdofac01.cbl stops the proposal outright: the vendors are
      * listed for the compliance queue (ofacrev01) and no header
      * is written until every one of them has been cleared.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbld01.
            COPY "sloperator.cbl".
            COPY "sljrnl01.cbl".
            COPY "slcmpny.cbl".
            COPY "slofac01.cbl".
            COPY "slcdiss01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdoperator.cbl".
            COPY "fdjrnl01.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdofac01.cbl".
            COPY "fdcdiss01.cbl".

       WORKING-STORAGE SECTION.

       77   PROPOSED-TOTAL                PIC S9(9)V99 VALUE ZERO.
       77   OPEN-AMOUNT                   PIC S9(8)V99 VALUE ZERO.
       77   VENDOR-IS-EFT-CAPABLE         PIC X.
       77   VENDOR-IS-CARD-CAPABLE        PIC X.
       77   AMOUNT-FIELD                  PIC ZZZ,ZZZ,ZZ9.99-.
       77   SANCTIONS-BLOCKED-COUNT       PIC 9(5) VALUE ZERO.
       77   BAD-ADDRESS-COUNT             PIC 9(5) VALUE ZERO.
       77   BAD-ADDRESS-TOTAL             PIC S9(9)V99 VALUE ZERO.
       77   VENDOR-IS-SANCTIONS-BLOCKED   PIC X.
       77   OFAC-HIT-FILE-AT-END          PIC X.

            COPY "wssignon01.cbl".
            COPY "wscase01.cbl".
            PERFORM ACCEPT-BANK-ACCOUNT-CODE.
            PERFORM ACCEPT-RUN-DATE.
            PERFORM TOTAL-THE-PROPOSAL.
            IF BAD-ADDRESS-COUNT > ZERO
                MOVE BAD-ADDRESS-TOTAL TO AMOUNT-FIELD
                DISPLAY BAD-ADDRESS-COUNT " VOUCHER(S), " AMOUNT-FIELD
                DISPLAY "LEFT OUT - VENDOR ADDRESS FLAGGED BAD".
            IF SANCTIONS-BLOCKED-COUNT > ZERO
                DISPLAY SANCTIONS-BLOCKED-COUNT
                   " VOUCHER(S) FOR VENDORS WITH AN UNRESOLVED"
                DISPLAY "SANCTIONS MATCH - NO RUN PROPOSED"
            ELSE
                IF PROPOSED-COUNT = ZERO
                    DISPLAY "NOTHING IS ELIGIBLE - NO RUN PROPOSED"
                ELSE
                    PERFORM WRITE-THE-RUN-HEADER.
            PERFORM CLOSING-PROCEDURE.

       PROGRAM-DONE.
            OPEN I-O CONTROL-FILE.
            OPEN I-O OPERATOR-FILE.
            OPEN INPUT COMPANY-FILE.
            OPEN INPUT OFAC-HIT-FILE.
            OPEN INPUT CARD-ISSUER-FILE.
            OPEN EXTEND JOURNAL-FILE.
            MOVE "RUNBLD01" TO JOURNAL-PROGRAM-NAME.

            CLOSE CONTROL-FILE.
            CLOSE OPERATOR-FILE.
            CLOSE COMPANY-FILE.
            CLOSE OFAC-HIT-FILE.
            CLOSE CARD-ISSUER-FILE.
            CLOSE JOURNAL-FILE.

      *--------------------------------
            COPY "plsignon01.cbl".

       ACCEPT-RUN-TYPE.
            DISPLAY "PROPOSE A C)HECK, E)FT OR V)IRTUAL CARD RUN?".
            ACCEPT RUN-TYPE-ENTRY.
            INSPECT RUN-TYPE-ENTRY
               CONVERTING LOWER-ALPHA
               TO UPPER-ALPHA.
            IF RUN-TYPE-ENTRY NOT = "C" AND
                  RUN-TYPE-ENTRY NOT = "E" AND
                  RUN-TYPE-ENTRY NOT = "V"
                DISPLAY "YOU MUST ENTER C, E OR V"
                PERFORM ACCEPT-RUN-TYPE.

       ACCEPT-BANK-ACCOUNT-CODE.
                    PERFORM TALLY-IF-THE-RIGHT-RUN.

      * A check proposal counts the vendors chkrun01 would pay, an
      * EFT proposal the verified EFT vendors eftrun01 would, a
      * card proposal the card vendors whose issuer settles on
      * this account, as vcdrun01 would. A card vendor whose
      * issuer is missing falls back to the check run. A check
      * vendor whose address is flagged bad is skipped by chkrun01
      * (CHECK-MAILING-ADDRESS), so it is counted apart and left
      * out of the proposal.
       TALLY-IF-THE-RIGHT-RUN.
            MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
            MOVE "Y" TO VENDOR-RECORD-FOUND.
                      VENDOR-PRENOTE-APPROVED
                    MOVE "Y" TO VENDOR-IS-EFT-CAPABLE
                END-IF
                PERFORM CHECK-VENDOR-CARD-CAPABLE
                IF (RUN-TYPE-ENTRY = "C" AND
                      VENDOR-IS-EFT-CAPABLE = "N" AND
                      VENDOR-IS-CARD-CAPABLE = "N") OR
                   (RUN-TYPE-ENTRY = "E" AND
                      VENDOR-IS-EFT-CAPABLE = "Y") OR
                   (RUN-TYPE-ENTRY = "V" AND
                      VENDOR-IS-CARD-CAPABLE = "Y" AND
                      CARD-ISSUER-BANK-ACCOUNT = BANK-ACCOUNT-CODE)
                    COMPUTE OPEN-AMOUNT = VOUCHER-AMOUNT
                       - VOUCHER-PAID-AMOUNT
                       - VOUCHER-DISCOUNT-TAKEN
                       - VOUCHER-RETAINED-AMOUNT
                    IF RUN-TYPE-ENTRY = "C" AND
                          NOT VENDOR-ADDRESS-IS-GOOD
                        ADD OPEN-AMOUNT TO BAD-ADDRESS-TOTAL
                        ADD 1 TO BAD-ADDRESS-COUNT
                    ELSE
                        ADD OPEN-AMOUNT TO PROPOSED-TOTAL
                        ADD 1 TO PROPOSED-COUNT
                        PERFORM CHECK-VENDOR-SANCTIONS-HITS.

       CHECK-VENDOR-CARD-CAPABLE.
            MOVE "N" TO VENDOR-IS-CARD-CAPABLE.
            IF VENDOR-PAYS-BY-CARD AND
                  VENDOR-CARD-ISSUER NOT = SPACES
                MOVE VENDOR-CARD-ISSUER TO CARD-ISSUER-CODE
                MOVE "Y" TO VENDOR-IS-CARD-CAPABLE
                READ CARD-ISSUER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO VENDOR-IS-CARD-CAPABLE.

      *--------------------------------
      * SANCTIONS HITS
      *--------------------------------
      * Any hit for the vendor, under either name, that is not
      * cleared blocks the run.
       CHECK-VENDOR-SANCTIONS-HITS.
            MOVE "N" TO VENDOR-IS-SANCTIONS-BLOCKED.
            MOVE "N" TO OFAC-HIT-FILE-AT-END.
            MOVE LOW-VALUES TO OFAC-HIT-KEY.
            MOVE "V" TO OFAC-HIT-PAYEE-TYPE.
            MOVE VENDOR-NUMBER TO OFAC-HIT-PAYEE-NUMBER.
            START OFAC-HIT-FILE
               KEY IS NOT LESS THAN OFAC-HIT-KEY
               INVALID KEY
               MOVE "Y" TO OFAC-HIT-FILE-AT-END.
            PERFORM CHECK-ONE-SANCTIONS-HIT
               UNTIL OFAC-HIT-FILE-AT-END = "Y"
                  OR VENDOR-IS-SANCTIONS-BLOCKED = "Y".
            IF VENDOR-IS-SANCTIONS-BLOCKED = "Y"
                ADD 1 TO SANCTIONS-BLOCKED-COUNT
                DISPLAY "VOUCHER " VOUCHER-NUMBER " VENDOR "
                   VENDOR-NUMBER " " VENDOR-NAME
                DISPLAY "   HAS AN UNRESOLVED SANCTIONS MATCH".

       CHECK-ONE-SANCTIONS-HIT.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO OFAC-HIT-FILE-AT-END.
            IF OFAC-HIT-FILE-AT-END NOT = "Y"
                IF OFAC-HIT-PAYEE-TYPE NOT = "V" OR
                      OFAC-HIT-PAYEE-NUMBER NOT = VENDOR-NUMBER
                    MOVE "Y" TO OFAC-HIT-FILE-AT-END
                ELSE
                    IF OFAC-HIT-BLOCKS-PAYMENT
                        MOVE "Y" TO VENDOR-IS-SANCTIONS-BLOCKED.

      *--------------------------------
      * THE PROPOSED HEADER
