      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Nightly file-growth and number-series monitor. The voucher,
      * vendor, GL batch and run numbers are 9(5) and check numbers
      * 9(6); nothing else in the system notices one of them closing
      * on its last number until the ADD that overflows it. Run as a
      * step of the night stream (batdrv01.cbl - no prompts, no
      * sign-on), this program writes tonight's measure of every
      * item into the growth history (fdgrow01.cbl):
      *   - the record count of every indexed file;
      *   - the last number issued on the company-1 control-file
      *     series, each company's last check number, and each bank
      *     account's BANK-ACCOUNT-LAST-CHECK-NO;
      *   - each bank account's check stock, forms used against
      *     forms received across its ranges (fdstock01.cbl).
      * Each measure is set against the same item's measure from
      * about LOOKBACK-DAYS ago for a daily growth rate, and the
      * rate projects the date the item reaches its limit. An item
      * whose projected date falls inside WARNING-DAYS, or that is
      * already WARNING-PERCENT of the way to its limit, is flagged
      * for the AP dashboard (apdash01.cbl); grwrpt01.cbl prints
      * the whole picture. Re-running on the same day replaces that
      * day's measures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. grwmon01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slgrow01.cbl".

            COPY "sladv01.cbl".
            COPY "slalcp01.cbl".
            COPY "slalcr01.cbl".
            COPY "slamrp01.cbl".
            COPY "slamrt01.cbl".
            COPY "slasset.cbl".
            COPY "slbank01.cbl".
            COPY "slbankdir.cbl".
            COPY "slblkt01.cbl".
            COPY "slbudget.cbl".
            COPY "slbwh01.cbl".
            COPY "slcall01.cbl".
            COPY "slcdiss01.cbl".
            COPY "slchkreg.cbl".
            COPY "slckpt.cbl".
            COPY "slcmpny.cbl".
            COPY "slcntrt01.cbl".
            COPY "slcontrol.cbl".
            COPY "sldist01.cbl".
            COPY "sldm01.cbl".
            COPY "sldynof01.cbl".
            COPY "sledistg.cbl".
            COPY "slemlq01.cbl".
            COPY "slemp01.cbl".
            COPY "slesch01.cbl".
            COPY "slexpd01.cbl".
            COPY "slexph01.cbl".
            COPY "slexprat.cbl".
            COPY "slfiscal.cbl".
            COPY "slfxgl01.cbl".
            COPY "slfxrate.cbl".
            COPY "slglacct.cbl".
            COPY "slglbat.cbl".
            COPY "slglrol01.cbl".
            COPY "slgltie01.cbl".
            COPY "slinbd01.cbl".
            COPY "slinst01.cbl".
            COPY "sljob01.cbl".
            COPY "sljoblog.cbl".
            COPY "sllease01.cbl".
            COPY "sllhld01.cbl".
            COPY "sllsch01.cbl".
            COPY "sllsep01.cbl".
            COPY "slnote01.cbl".
            COPY "slobwh01.cbl".
            COPY "slofac01.cbl".
            COPY "sloncall.cbl".
            COPY "slopsnp01.cbl".
            COPY "sloutb01.cbl".
            COPY "slpayhst.cbl".
            COPY "slpcard01.cbl".
            COPY "slpcf01.cbl".
            COPY "slpcs01.cbl".
            COPY "slpkup01.cbl".
            COPY "slpo01.cbl".
            COPY "slppap01.cbl".
            COPY "slppx01.cbl".
            COPY "slprtq01.cbl".
            COPY "slqdef01.cbl".
            COPY "slrcpt01.cbl".
            COPY "slrebate.cbl".
            COPY "slrecur.cbl".
            COPY "slreq01.cbl".
            COPY "slreql01.cbl".
            COPY "slretn01.cbl".
            COPY "slrtnml01.cbl".
            COPY "slrunhdr.cbl".
            COPY "slsdn01.cbl".
            COPY "slsmpl01.cbl".
            COPY "slsplcat.cbl".
            COPY "slstock01.cbl".
            COPY "slstwh01.cbl".
            COPY "sltaxrat.cbl".
            COPY "slterms.cbl".
            COPY "sltpp01.cbl".
            COPY "slutla01.cbl".
            COPY "slutlu01.cbl".
            COPY "slvadj01.cbl".
            COPY "slvchdst.cbl".
            COPY "slvchhst.cbl".
            COPY "slvncon01.cbl".
            COPY "slvnd02.cbl".
            COPY "slvndist.cbl".
            COPY "slvouch.cbl".
            COPY "slwire01.cbl".
            COPY "slxmit01.cbl".
            COPY "sl1099aj.cbl".
            COPY "slcntry.cbl".
            COPY "slncoa01.cbl".
            COPY "slovnd01.cbl".
            COPY "slstate.cbl".
            COPY "slvndaud.cbl".
            COPY "slvndhst.cbl".
            COPY "slvndpnd.cbl".
            COPY "slvndreq.cbl".
            COPY "slzipcode.cbl".
            COPY "slaudit01.cbl".
            COPY "slholiday.cbl".
            COPY "sloperator.cbl".
            COPY "slophone01.cbl".
            COPY "slphone01.cbl".
       DATA DIVISION.
       FILE SECTION.
            COPY "fdgrow01.cbl".

            COPY "fdadv01.cbl".
            COPY "fdalcp01.cbl".
            COPY "fdalcr01.cbl".
            COPY "fdamrp01.cbl".
            COPY "fdamrt01.cbl".
            COPY "fdasset.cbl".
            COPY "fdbank01.cbl".
            COPY "fdbankdir.cbl".
            COPY "fdblkt01.cbl".
            COPY "fdbudget.cbl".
            COPY "fdbwh01.cbl".
            COPY "fdcall01.cbl".
            COPY "fdcdiss01.cbl".
            COPY "fdchkreg.cbl".
            COPY "fdckpt.cbl".
            COPY "fdcmpny.cbl".
            COPY "fdcntrt01.cbl".
            COPY "fdcontrol.cbl".
            COPY "fddist01.cbl".
            COPY "fddm01.cbl".
            COPY "fddynof01.cbl".
            COPY "fdedistg.cbl".
            COPY "fdemlq01.cbl".
            COPY "fdemp01.cbl".
            COPY "fdesch01.cbl".
            COPY "fdexpd01.cbl".
            COPY "fdexph01.cbl".
            COPY "fdexprat.cbl".
            COPY "fdfiscal.cbl".
            COPY "fdfxgl01.cbl".
            COPY "fdfxrate.cbl".
            COPY "fdglacct.cbl".
            COPY "fdglbat.cbl".
            COPY "fdglrol01.cbl".
            COPY "fdgltie01.cbl".
            COPY "fdinbd01.cbl".
            COPY "fdinst01.cbl".
            COPY "fdjob01.cbl".
            COPY "fdjoblog.cbl".
            COPY "fdlease01.cbl".
            COPY "fdlhld01.cbl".
            COPY "fdlsch01.cbl".
            COPY "fdlsep01.cbl".
            COPY "fdnote01.cbl".
            COPY "fdobwh01.cbl".
            COPY "fdofac01.cbl".
            COPY "fdoncall.cbl".
            COPY "fdopsnp01.cbl".
            COPY "fdoutb01.cbl".
            COPY "fdpayhst.cbl".
            COPY "fdpcard01.cbl".
            COPY "fdpcf01.cbl".
            COPY "fdpcs01.cbl".
            COPY "fdpkup01.cbl".
            COPY "fdpo01.cbl".
            COPY "fdppap01.cbl".
            COPY "fdppx01.cbl".
            COPY "fdprtq01.cbl".
            COPY "fdqdef01.cbl".
            COPY "fdrcpt01.cbl".
            COPY "fdrebate.cbl".
            COPY "fdrecur.cbl".
            COPY "fdreq01.cbl".
            COPY "fdreql01.cbl".
            COPY "fdretn01.cbl".
            COPY "fdrtnml01.cbl".
            COPY "fdrunhdr.cbl".
            COPY "fdsdn01.cbl".
            COPY "fdsmpl01.cbl".
            COPY "fdsplcat.cbl".
            COPY "fdstock01.cbl".
            COPY "fdstwh01.cbl".
            COPY "fdtaxrat.cbl".
            COPY "fdterms.cbl".
            COPY "fdtpp01.cbl".
            COPY "fdutla01.cbl".
            COPY "fdutlu01.cbl".
            COPY "fdvadj01.cbl".
            COPY "fdvchdst.cbl".
            COPY "fdvchhst.cbl".
            COPY "fdvncon01.cbl".
            COPY "fdvnd04.cbl".
            COPY "fdvndist.cbl".
            COPY "fdvouch.cbl".
            COPY "fdwire01.cbl".
            COPY "fdxmit01.cbl".
            COPY "fd1099aj.cbl".
            COPY "fdcntry.cbl".
            COPY "fdncoa01.cbl".
            COPY "fdovnd01.cbl".
            COPY "fdstate.cbl".
            COPY "fdvndaud.cbl".
            COPY "fdvndhst.cbl".
            COPY "fdvndpnd.cbl".
            COPY "fdvndreq.cbl".
            COPY "fdzipcode.cbl".
            COPY "fdaudit01.cbl".
            COPY "fdholiday.cbl".
            COPY "fdoperator.cbl".
            COPY "fdophone01.cbl".
            COPY "fdphone01.cbl".
       WORKING-STORAGE SECTION.

            COPY "wsctllck.cbl".

       77   LOOKBACK-DAYS                 PIC 9(3) VALUE 90.
       77   WARNING-DAYS                  PIC 9(3) VALUE 180.
       77   WARNING-PERCENT               PIC 9(3) VALUE 90.

       77   TODAY-DATE                    PIC 9(8).
       77   TODAY-INTEGER                 PIC 9(7).
       77   LOOKBACK-DATE                 PIC 9(8).
       77   WARNING-CUTOFF-DATE           PIC 9(8).

       77   FILE-AT-END                   PIC X.
       77   FILE-RECORD-COUNT             PIC 9(9).
       77   GROWTH-RECORDS-BEFORE         PIC 9(9).

      * The item being recorded.
       77   MEASURE-KIND                  PIC X.
       77   MEASURE-ITEM                  PIC X(12).
       77   MEASURE-DESCRIPTION           PIC X(30).
       77   MEASURE-COUNT                 PIC 9(9).
       77   MEASURE-LIMIT                 PIC 9(9).

       77   EARLIER-FOUND                 PIC X.
       77   EARLIER-AT-END                PIC X.
       77   EARLIER-COUNT                 PIC 9(9).
       77   EARLIER-DATE                  PIC 9(8).
       77   EARLIER-DAYS                  PIC 9(5).
       77   DAYS-TO-LIMIT                 PIC 9(5).
       77   WARNING-LEVEL                 PIC 9(9).

      * One bank account's check stock, summed across its ranges.
       77   STOCK-ACCOUNT                 PIC X(4).
       77   STOCK-FORMS-RECEIVED          PIC 9(9).
       77   STOCK-FORMS-USED              PIC 9(9).

       77   ITEMS-MEASURED                PIC 9(5) VALUE ZERO.
       77   ITEMS-WARNED                  PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            PERFORM COUNT-THE-FILES.
            PERFORM MEASURE-THE-CONTROL-SERIES.
            PERFORM MEASURE-THE-BANK-SERIES.
            PERFORM MEASURE-THE-CHECK-STOCK.
            PERFORM CLOSING-PROCEDURE.
            DISPLAY "GROWTH MONITOR - ITEMS MEASURED: " ITEMS-MEASURED.
            DISPLAY "ITEMS NEARING THEIR LIMIT:       " ITEMS-WARNED.

       PROGRAM-DONE.
            GOBACK.

      * The history file is counted like any other, before it is
      * opened to take tonight's records.
       OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            COMPUTE TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TODAY-DATE).
            COMPUTE LOOKBACK-DATE =
               FUNCTION DATE-OF-INTEGER (TODAY-INTEGER - LOOKBACK-DAYS).
            COMPUTE WARNING-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (TODAY-INTEGER + WARNING-DAYS).
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT GROWTH-FILE.
            PERFORM COUNT-NEXT-GROWHIST
               UNTIL FILE-AT-END = "Y".
            CLOSE GROWTH-FILE.
            MOVE FILE-RECORD-COUNT TO GROWTH-RECORDS-BEFORE.
            OPEN I-O GROWTH-FILE.

       CLOSING-PROCEDURE.
            CLOSE GROWTH-FILE.

       COUNT-NEXT-GROWHIST.
            READ GROWTH-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

      *--------------------------------
      * RECORD COUNTS
      *--------------------------------
       COUNT-THE-FILES.
            PERFORM START-A-FILE-COUNT.
            MOVE GROWTH-RECORDS-BEFORE TO FILE-RECORD-COUNT.
            MOVE "growhist" TO MEASURE-ITEM.
            MOVE "GROWTH-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.
            PERFORM COUNT-ADVANCE.
            PERFORM COUNT-ALLOCPST.
            PERFORM COUNT-ALLOCRUL.
            PERFORM COUNT-PREPAPST.
            PERFORM COUNT-PREPAMRT.
            PERFORM COUNT-ASSETDTL.
            PERFORM COUNT-BANKACCT.
            PERFORM COUNT-BANKDIR.
            PERFORM COUNT-BLANKET.
            PERFORM COUNT-GLBUDGET.
            PERFORM COUNT-BWH.
            PERFORM COUNT-VNDCALL.
            PERFORM COUNT-CARDISS.
            PERFORM COUNT-CHKREG.
            PERFORM COUNT-CHECKPNT.
            PERFORM COUNT-COMPANY.
            PERFORM COUNT-CONTRACT.
            PERFORM COUNT-CONTROL.
            PERFORM COUNT-RPTDIST.
            PERFORM COUNT-DEBITMEMO.
            PERFORM COUNT-DYNOFFER.
            PERFORM COUNT-EDISTAGE.
            PERFORM COUNT-EMAILQ.
            PERFORM COUNT-EMPLOYEE.
            PERFORM COUNT-ESCHEAT.
            PERFORM COUNT-EXPDET.
            PERFORM COUNT-EXPHDR.
            PERFORM COUNT-EXPRATE.
            PERFORM COUNT-FISCAL.
            PERFORM COUNT-FXGL.
            PERFORM COUNT-FXRATE.
            PERFORM COUNT-GLACCT.
            PERFORM COUNT-GLBATCH.
            PERFORM COUNT-GLROLLUP.
            PERFORM COUNT-GLTIEOUT.
            PERFORM COUNT-INBDHIST.
            PERFORM COUNT-INSTLMNT.
            PERFORM COUNT-JOB.
            PERFORM COUNT-JOBLOG.
            PERFORM COUNT-LEASEMST.
            PERFORM COUNT-LEGALHLD.
            PERFORM COUNT-LEASESCH.
            PERFORM COUNT-LEASEPST.
            PERFORM COUNT-NOTES.
            PERFORM COUNT-OLDBWH.
            PERFORM COUNT-OFACHIT.
            PERFORM COUNT-ONCALL.
            PERFORM COUNT-OPENSNAP.
            PERFORM COUNT-OUTBOX.
            PERFORM COUNT-PAYHIST.
            PERFORM COUNT-PCARD.
            PERFORM COUNT-PCFUND.
            PERFORM COUNT-PCSLIP.
            PERFORM COUNT-PICKUP.
            PERFORM COUNT-PO.
            PERFORM COUNT-PREPAYAP.
            PERFORM COUNT-PPEXCEPT.
            PERFORM COUNT-PRINTQ.
            PERFORM COUNT-QUERYDEF.
            PERFORM COUNT-RECEIPT.
            PERFORM COUNT-REBATE.
            PERFORM COUNT-RECURVCH.
            PERFORM COUNT-REQHDR.
            PERFORM COUNT-REQLINE.
            PERFORM COUNT-RETNRULE.
            PERFORM COUNT-RTNMAIL.
            PERFORM COUNT-RUNHDR.
            PERFORM COUNT-SDNLIST.
            PERFORM COUNT-AUDSAMPLE.
            PERFORM COUNT-SPLCAT.
            PERFORM COUNT-CHKSTOCK.
            PERFORM COUNT-STWHTAB.
            PERFORM COUNT-TAXRATE.
            PERFORM COUNT-TERMS.
            PERFORM COUNT-TRADPART.
            PERFORM COUNT-UTLACCT.
            PERFORM COUNT-UTLUSAGE.
            PERFORM COUNT-VCHADJ.
            PERFORM COUNT-VCHDIST.
            PERFORM COUNT-VCHHIST.
            PERFORM COUNT-VNDCNTCT.
            PERFORM COUNT-VENDOR.
            PERFORM COUNT-VNDDIST.
            PERFORM COUNT-VOUCHER.
            PERFORM COUNT-WIREREQ.
            PERFORM COUNT-XMITLOG.
            PERFORM COUNT-ADJ1099.
            PERFORM COUNT-COUNTRY.
            PERFORM COUNT-NCOAQUE.
            PERFORM COUNT-OLDVENDOR.
            PERFORM COUNT-STATE.
            PERFORM COUNT-VNDAUDIT.
            PERFORM COUNT-VNDHIST.
            PERFORM COUNT-VNDPEND.
            PERFORM COUNT-VNDREQ.
            PERFORM COUNT-ZIPCODE.
            PERFORM COUNT-SYSAUDIT.
            PERFORM COUNT-HOLIDAY.
            PERFORM COUNT-OPERATOR.
            PERFORM COUNT-OLDPHONE.
            PERFORM COUNT-PHONE.
       COUNT-ADVANCE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ADVANCE-FILE.
            PERFORM COUNT-NEXT-ADVANCE
               UNTIL FILE-AT-END = "Y".
            CLOSE ADVANCE-FILE.
            MOVE "advance" TO MEASURE-ITEM.
            MOVE "ADVANCE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ADVANCE.
            READ ADVANCE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-ALLOCPST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ALLOCATION-POSTING-FILE.
            PERFORM COUNT-NEXT-ALLOCPST
               UNTIL FILE-AT-END = "Y".
            CLOSE ALLOCATION-POSTING-FILE.
            MOVE "allocpst" TO MEASURE-ITEM.
            MOVE "ALLOCATION-POSTING-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ALLOCPST.
            READ ALLOCATION-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-ALLOCRUL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ALLOCATION-RULE-FILE.
            PERFORM COUNT-NEXT-ALLOCRUL
               UNTIL FILE-AT-END = "Y".
            CLOSE ALLOCATION-RULE-FILE.
            MOVE "allocrul" TO MEASURE-ITEM.
            MOVE "ALLOCATION-RULE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ALLOCRUL.
            READ ALLOCATION-RULE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PREPAPST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT AMORTIZATION-POSTING-FILE.
            PERFORM COUNT-NEXT-PREPAPST
               UNTIL FILE-AT-END = "Y".
            CLOSE AMORTIZATION-POSTING-FILE.
            MOVE "prepapst" TO MEASURE-ITEM.
            MOVE "AMORTIZATION-POSTING-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PREPAPST.
            READ AMORTIZATION-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PREPAMRT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT AMORTIZATION-FILE.
            PERFORM COUNT-NEXT-PREPAMRT
               UNTIL FILE-AT-END = "Y".
            CLOSE AMORTIZATION-FILE.
            MOVE "prepamrt" TO MEASURE-ITEM.
            MOVE "AMORTIZATION-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PREPAMRT.
            READ AMORTIZATION-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-ASSETDTL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ASSET-DETAIL-FILE.
            PERFORM COUNT-NEXT-ASSETDTL
               UNTIL FILE-AT-END = "Y".
            CLOSE ASSET-DETAIL-FILE.
            MOVE "assetdtl" TO MEASURE-ITEM.
            MOVE "ASSET-DETAIL-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ASSETDTL.
            READ ASSET-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-BANKACCT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT BANK-ACCOUNT-FILE.
            PERFORM COUNT-NEXT-BANKACCT
               UNTIL FILE-AT-END = "Y".
            CLOSE BANK-ACCOUNT-FILE.
            MOVE "BANKACCT" TO MEASURE-ITEM.
            MOVE "BANK-ACCOUNT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-BANKACCT.
            READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-BANKDIR.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT BANK-DIRECTORY-FILE.
            PERFORM COUNT-NEXT-BANKDIR
               UNTIL FILE-AT-END = "Y".
            CLOSE BANK-DIRECTORY-FILE.
            MOVE "bankdir" TO MEASURE-ITEM.
            MOVE "BANK-DIRECTORY-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-BANKDIR.
            READ BANK-DIRECTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-BLANKET.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT BLANKET-FILE.
            PERFORM COUNT-NEXT-BLANKET
               UNTIL FILE-AT-END = "Y".
            CLOSE BLANKET-FILE.
            MOVE "blanket" TO MEASURE-ITEM.
            MOVE "BLANKET-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-BLANKET.
            READ BLANKET-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-GLBUDGET.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT BUDGET-FILE.
            PERFORM COUNT-NEXT-GLBUDGET
               UNTIL FILE-AT-END = "Y".
            CLOSE BUDGET-FILE.
            MOVE "glbudget" TO MEASURE-ITEM.
            MOVE "BUDGET-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-GLBUDGET.
            READ BUDGET-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-BWH.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT BACKUP-WITHHOLDING-FILE.
            PERFORM COUNT-NEXT-BWH
               UNTIL FILE-AT-END = "Y".
            CLOSE BACKUP-WITHHOLDING-FILE.
            MOVE "bwh" TO MEASURE-ITEM.
            MOVE "BACKUP-WITHHOLDING-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-BWH.
            READ BACKUP-WITHHOLDING-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VNDCALL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT CALL-LOG-FILE.
            PERFORM COUNT-NEXT-VNDCALL
               UNTIL FILE-AT-END = "Y".
            CLOSE CALL-LOG-FILE.
            MOVE "vndcall" TO MEASURE-ITEM.
            MOVE "CALL-LOG-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VNDCALL.
            READ CALL-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-CARDISS.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT CARD-ISSUER-FILE.
            PERFORM COUNT-NEXT-CARDISS
               UNTIL FILE-AT-END = "Y".
            CLOSE CARD-ISSUER-FILE.
            MOVE "cardiss" TO MEASURE-ITEM.
            MOVE "CARD-ISSUER-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-CARDISS.
            READ CARD-ISSUER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-CHKREG.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT CHECK-REGISTER-FILE.
            PERFORM COUNT-NEXT-CHKREG
               UNTIL FILE-AT-END = "Y".
            CLOSE CHECK-REGISTER-FILE.
            MOVE "chkreg" TO MEASURE-ITEM.
            MOVE "CHECK-REGISTER-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-CHKREG.
            READ CHECK-REGISTER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-CHECKPNT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT CHECKPOINT-FILE.
            PERFORM COUNT-NEXT-CHECKPNT
               UNTIL FILE-AT-END = "Y".
            CLOSE CHECKPOINT-FILE.
            MOVE "checkpnt" TO MEASURE-ITEM.
            MOVE "CHECKPOINT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-CHECKPNT.
            READ CHECKPOINT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-COMPANY.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT COMPANY-FILE.
            PERFORM COUNT-NEXT-COMPANY
               UNTIL FILE-AT-END = "Y".
            CLOSE COMPANY-FILE.
            MOVE "company" TO MEASURE-ITEM.
            MOVE "COMPANY-FILE" TO MEASURE-DESCRIPTION.
            MOVE 9 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-COMPANY.
            READ COMPANY-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-CONTRACT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT CONTRACT-FILE.
            PERFORM COUNT-NEXT-CONTRACT
               UNTIL FILE-AT-END = "Y".
            CLOSE CONTRACT-FILE.
            MOVE "contract" TO MEASURE-ITEM.
            MOVE "CONTRACT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-CONTRACT.
            READ CONTRACT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-CONTROL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT CONTROL-FILE.
            PERFORM COUNT-NEXT-CONTROL
               UNTIL FILE-AT-END = "Y".
            CLOSE CONTROL-FILE.
            MOVE "control" TO MEASURE-ITEM.
            MOVE "CONTROL-FILE" TO MEASURE-DESCRIPTION.
            MOVE 9 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-CONTROL.
            READ CONTROL-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-RPTDIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT REPORT-DISTRIBUTION-FILE.
            PERFORM COUNT-NEXT-RPTDIST
               UNTIL FILE-AT-END = "Y".
            CLOSE REPORT-DISTRIBUTION-FILE.
            MOVE "rptdist" TO MEASURE-ITEM.
            MOVE "REPORT-DISTRIBUTION-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-RPTDIST.
            READ REPORT-DISTRIBUTION-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-DEBITMEMO.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT DEBIT-MEMO-FILE.
            PERFORM COUNT-NEXT-DEBITMEMO
               UNTIL FILE-AT-END = "Y".
            CLOSE DEBIT-MEMO-FILE.
            MOVE "debitmemo" TO MEASURE-ITEM.
            MOVE "DEBIT-MEMO-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-DEBITMEMO.
            READ DEBIT-MEMO-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-DYNOFFER.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT DYNAMIC-OFFER-FILE.
            PERFORM COUNT-NEXT-DYNOFFER
               UNTIL FILE-AT-END = "Y".
            CLOSE DYNAMIC-OFFER-FILE.
            MOVE "dynoffer" TO MEASURE-ITEM.
            MOVE "DYNAMIC-OFFER-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-DYNOFFER.
            READ DYNAMIC-OFFER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-EDISTAGE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT EDI-STAGING-FILE.
            PERFORM COUNT-NEXT-EDISTAGE
               UNTIL FILE-AT-END = "Y".
            CLOSE EDI-STAGING-FILE.
            MOVE "edistage" TO MEASURE-ITEM.
            MOVE "EDI-STAGING-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-EDISTAGE.
            READ EDI-STAGING-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-EMAILQ.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT EMAIL-QUEUE-FILE.
            PERFORM COUNT-NEXT-EMAILQ
               UNTIL FILE-AT-END = "Y".
            CLOSE EMAIL-QUEUE-FILE.
            MOVE "emailq" TO MEASURE-ITEM.
            MOVE "EMAIL-QUEUE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-EMAILQ.
            READ EMAIL-QUEUE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-EMPLOYEE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT EMPLOYEE-FILE.
            PERFORM COUNT-NEXT-EMPLOYEE
               UNTIL FILE-AT-END = "Y".
            CLOSE EMPLOYEE-FILE.
            MOVE "employee" TO MEASURE-ITEM.
            MOVE "EMPLOYEE-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-EMPLOYEE.
            READ EMPLOYEE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-ESCHEAT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ESCHEAT-FILE.
            PERFORM COUNT-NEXT-ESCHEAT
               UNTIL FILE-AT-END = "Y".
            CLOSE ESCHEAT-FILE.
            MOVE "escheat" TO MEASURE-ITEM.
            MOVE "ESCHEAT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ESCHEAT.
            READ ESCHEAT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-EXPDET.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT EXPENSE-DETAIL-FILE.
            PERFORM COUNT-NEXT-EXPDET
               UNTIL FILE-AT-END = "Y".
            CLOSE EXPENSE-DETAIL-FILE.
            MOVE "expdet" TO MEASURE-ITEM.
            MOVE "EXPENSE-DETAIL-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-EXPDET.
            READ EXPENSE-DETAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-EXPHDR.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT EXPENSE-HEADER-FILE.
            PERFORM COUNT-NEXT-EXPHDR
               UNTIL FILE-AT-END = "Y".
            CLOSE EXPENSE-HEADER-FILE.
            MOVE "exphdr" TO MEASURE-ITEM.
            MOVE "EXPENSE-HEADER-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-EXPHDR.
            READ EXPENSE-HEADER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-EXPRATE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT EXPENSE-RATE-FILE.
            PERFORM COUNT-NEXT-EXPRATE
               UNTIL FILE-AT-END = "Y".
            CLOSE EXPENSE-RATE-FILE.
            MOVE "exprate" TO MEASURE-ITEM.
            MOVE "EXPENSE-RATE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-EXPRATE.
            READ EXPENSE-RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-FISCAL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT FISCAL-CALENDAR-FILE.
            PERFORM COUNT-NEXT-FISCAL
               UNTIL FILE-AT-END = "Y".
            CLOSE FISCAL-CALENDAR-FILE.
            MOVE "fiscal" TO MEASURE-ITEM.
            MOVE "FISCAL-CALENDAR-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-FISCAL.
            READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-FXGL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT FX-GAINLOSS-FILE.
            PERFORM COUNT-NEXT-FXGL
               UNTIL FILE-AT-END = "Y".
            CLOSE FX-GAINLOSS-FILE.
            MOVE "fxgl" TO MEASURE-ITEM.
            MOVE "FX-GAINLOSS-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-FXGL.
            READ FX-GAINLOSS-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-FXRATE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT EXCHANGE-RATE-FILE.
            PERFORM COUNT-NEXT-FXRATE
               UNTIL FILE-AT-END = "Y".
            CLOSE EXCHANGE-RATE-FILE.
            MOVE "fxrate" TO MEASURE-ITEM.
            MOVE "EXCHANGE-RATE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-FXRATE.
            READ EXCHANGE-RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-GLACCT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT GL-ACCOUNT-FILE.
            PERFORM COUNT-NEXT-GLACCT
               UNTIL FILE-AT-END = "Y".
            CLOSE GL-ACCOUNT-FILE.
            MOVE "glacct" TO MEASURE-ITEM.
            MOVE "GL-ACCOUNT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-GLACCT.
            READ GL-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-GLBATCH.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT GL-BATCH-FILE.
            PERFORM COUNT-NEXT-GLBATCH
               UNTIL FILE-AT-END = "Y".
            CLOSE GL-BATCH-FILE.
            MOVE "glbatch" TO MEASURE-ITEM.
            MOVE "GL-BATCH-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-GLBATCH.
            READ GL-BATCH-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-GLROLLUP.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT GL-ROLLUP-FILE.
            PERFORM COUNT-NEXT-GLROLLUP
               UNTIL FILE-AT-END = "Y".
            CLOSE GL-ROLLUP-FILE.
            MOVE "glrollup" TO MEASURE-ITEM.
            MOVE "GL-ROLLUP-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-GLROLLUP.
            READ GL-ROLLUP-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-GLTIEOUT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT GL-TIEOUT-FILE.
            PERFORM COUNT-NEXT-GLTIEOUT
               UNTIL FILE-AT-END = "Y".
            CLOSE GL-TIEOUT-FILE.
            MOVE "gltieout" TO MEASURE-ITEM.
            MOVE "GL-TIEOUT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-GLTIEOUT.
            READ GL-TIEOUT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-INBDHIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT INBOUND-HISTORY-FILE.
            PERFORM COUNT-NEXT-INBDHIST
               UNTIL FILE-AT-END = "Y".
            CLOSE INBOUND-HISTORY-FILE.
            MOVE "inbdhist" TO MEASURE-ITEM.
            MOVE "INBOUND-HISTORY-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-INBDHIST.
            READ INBOUND-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-INSTLMNT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT INSTALLMENT-FILE.
            PERFORM COUNT-NEXT-INSTLMNT
               UNTIL FILE-AT-END = "Y".
            CLOSE INSTALLMENT-FILE.
            MOVE "instlmnt" TO MEASURE-ITEM.
            MOVE "INSTALLMENT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-INSTLMNT.
            READ INSTALLMENT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-JOB.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT JOB-FILE.
            PERFORM COUNT-NEXT-JOB
               UNTIL FILE-AT-END = "Y".
            CLOSE JOB-FILE.
            MOVE "job" TO MEASURE-ITEM.
            MOVE "JOB-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-JOB.
            READ JOB-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-JOBLOG.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT JOB-LOG-FILE.
            PERFORM COUNT-NEXT-JOBLOG
               UNTIL FILE-AT-END = "Y".
            CLOSE JOB-LOG-FILE.
            MOVE "joblog" TO MEASURE-ITEM.
            MOVE "JOB-LOG-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-JOBLOG.
            READ JOB-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-LEASEMST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT LEASE-FILE.
            PERFORM COUNT-NEXT-LEASEMST
               UNTIL FILE-AT-END = "Y".
            CLOSE LEASE-FILE.
            MOVE "leasemst" TO MEASURE-ITEM.
            MOVE "LEASE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-LEASEMST.
            READ LEASE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-LEGALHLD.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT LEGAL-HOLD-FILE.
            PERFORM COUNT-NEXT-LEGALHLD
               UNTIL FILE-AT-END = "Y".
            CLOSE LEGAL-HOLD-FILE.
            MOVE "legalhld" TO MEASURE-ITEM.
            MOVE "LEGAL-HOLD-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-LEGALHLD.
            READ LEGAL-HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-LEASESCH.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT LEASE-SCHEDULE-FILE.
            PERFORM COUNT-NEXT-LEASESCH
               UNTIL FILE-AT-END = "Y".
            CLOSE LEASE-SCHEDULE-FILE.
            MOVE "leasesch" TO MEASURE-ITEM.
            MOVE "LEASE-SCHEDULE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-LEASESCH.
            READ LEASE-SCHEDULE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-LEASEPST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT LEASE-POSTING-FILE.
            PERFORM COUNT-NEXT-LEASEPST
               UNTIL FILE-AT-END = "Y".
            CLOSE LEASE-POSTING-FILE.
            MOVE "leasepst" TO MEASURE-ITEM.
            MOVE "LEASE-POSTING-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-LEASEPST.
            READ LEASE-POSTING-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-NOTES.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT NOTE-FILE.
            PERFORM COUNT-NEXT-NOTES
               UNTIL FILE-AT-END = "Y".
            CLOSE NOTE-FILE.
            MOVE "notes" TO MEASURE-ITEM.
            MOVE "NOTE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-NOTES.
            READ NOTE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-OLDBWH.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT OLD-WITHHOLDING-FILE.
            PERFORM COUNT-NEXT-OLDBWH
               UNTIL FILE-AT-END = "Y".
            CLOSE OLD-WITHHOLDING-FILE.
            MOVE "oldbwh" TO MEASURE-ITEM.
            MOVE "OLD-WITHHOLDING-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-OLDBWH.
            READ OLD-WITHHOLDING-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-OFACHIT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT OFAC-HIT-FILE.
            PERFORM COUNT-NEXT-OFACHIT
               UNTIL FILE-AT-END = "Y".
            CLOSE OFAC-HIT-FILE.
            MOVE "ofachit" TO MEASURE-ITEM.
            MOVE "OFAC-HIT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-OFACHIT.
            READ OFAC-HIT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-ONCALL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ONCALL-FILE.
            PERFORM COUNT-NEXT-ONCALL
               UNTIL FILE-AT-END = "Y".
            CLOSE ONCALL-FILE.
            MOVE "oncall" TO MEASURE-ITEM.
            MOVE "ONCALL-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ONCALL.
            READ ONCALL-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-OPENSNAP.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT OPEN-SNAPSHOT-FILE.
            PERFORM COUNT-NEXT-OPENSNAP
               UNTIL FILE-AT-END = "Y".
            CLOSE OPEN-SNAPSHOT-FILE.
            MOVE "opensnap" TO MEASURE-ITEM.
            MOVE "OPEN-SNAPSHOT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-OPENSNAP.
            READ OPEN-SNAPSHOT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-OUTBOX.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT OUTBOX-FILE.
            PERFORM COUNT-NEXT-OUTBOX
               UNTIL FILE-AT-END = "Y".
            CLOSE OUTBOX-FILE.
            MOVE "outbox" TO MEASURE-ITEM.
            MOVE "OUTBOX-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-OUTBOX.
            READ OUTBOX-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PAYHIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PAYMENT-HISTORY-FILE.
            PERFORM COUNT-NEXT-PAYHIST
               UNTIL FILE-AT-END = "Y".
            CLOSE PAYMENT-HISTORY-FILE.
            MOVE "payhist" TO MEASURE-ITEM.
            MOVE "PAYMENT-HISTORY-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PAYHIST.
            READ PAYMENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PCARD.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PCARD-FILE.
            PERFORM COUNT-NEXT-PCARD
               UNTIL FILE-AT-END = "Y".
            CLOSE PCARD-FILE.
            MOVE "pcard" TO MEASURE-ITEM.
            MOVE "PCARD-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PCARD.
            READ PCARD-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PCFUND.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PETTY-CASH-FUND-FILE.
            PERFORM COUNT-NEXT-PCFUND
               UNTIL FILE-AT-END = "Y".
            CLOSE PETTY-CASH-FUND-FILE.
            MOVE "pcfund" TO MEASURE-ITEM.
            MOVE "PETTY-CASH-FUND-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PCFUND.
            READ PETTY-CASH-FUND-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PCSLIP.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PETTY-CASH-SLIP-FILE.
            PERFORM COUNT-NEXT-PCSLIP
               UNTIL FILE-AT-END = "Y".
            CLOSE PETTY-CASH-SLIP-FILE.
            MOVE "pcslip" TO MEASURE-ITEM.
            MOVE "PETTY-CASH-SLIP-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PCSLIP.
            READ PETTY-CASH-SLIP-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PICKUP.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PICKUP-LOG-FILE.
            PERFORM COUNT-NEXT-PICKUP
               UNTIL FILE-AT-END = "Y".
            CLOSE PICKUP-LOG-FILE.
            MOVE "pickup" TO MEASURE-ITEM.
            MOVE "PICKUP-LOG-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PICKUP.
            READ PICKUP-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PO.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PURCHASE-ORDER-FILE.
            PERFORM COUNT-NEXT-PO
               UNTIL FILE-AT-END = "Y".
            CLOSE PURCHASE-ORDER-FILE.
            MOVE "po" TO MEASURE-ITEM.
            MOVE "PURCHASE-ORDER-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PO.
            READ PURCHASE-ORDER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PREPAYAP.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PREPAY-APPLICATION-FILE.
            PERFORM COUNT-NEXT-PREPAYAP
               UNTIL FILE-AT-END = "Y".
            CLOSE PREPAY-APPLICATION-FILE.
            MOVE "prepayap" TO MEASURE-ITEM.
            MOVE "PREPAY-APPLICATION-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PREPAYAP.
            READ PREPAY-APPLICATION-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PPEXCEPT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT POSPAY-EXCEPTION-FILE.
            PERFORM COUNT-NEXT-PPEXCEPT
               UNTIL FILE-AT-END = "Y".
            CLOSE POSPAY-EXCEPTION-FILE.
            MOVE "ppexcept" TO MEASURE-ITEM.
            MOVE "POSPAY-EXCEPTION-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PPEXCEPT.
            READ POSPAY-EXCEPTION-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PRINTQ.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PRINT-QUEUE-FILE.
            PERFORM COUNT-NEXT-PRINTQ
               UNTIL FILE-AT-END = "Y".
            CLOSE PRINT-QUEUE-FILE.
            MOVE "printq" TO MEASURE-ITEM.
            MOVE "PRINT-QUEUE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PRINTQ.
            READ PRINT-QUEUE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-QUERYDEF.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT QUERY-DEFINITION-FILE.
            PERFORM COUNT-NEXT-QUERYDEF
               UNTIL FILE-AT-END = "Y".
            CLOSE QUERY-DEFINITION-FILE.
            MOVE "querydef" TO MEASURE-ITEM.
            MOVE "QUERY-DEFINITION-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-QUERYDEF.
            READ QUERY-DEFINITION-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-RECEIPT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT RECEIPT-FILE.
            PERFORM COUNT-NEXT-RECEIPT
               UNTIL FILE-AT-END = "Y".
            CLOSE RECEIPT-FILE.
            MOVE "receipt" TO MEASURE-ITEM.
            MOVE "RECEIPT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-RECEIPT.
            READ RECEIPT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-REBATE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT REBATE-FILE.
            PERFORM COUNT-NEXT-REBATE
               UNTIL FILE-AT-END = "Y".
            CLOSE REBATE-FILE.
            MOVE "rebate" TO MEASURE-ITEM.
            MOVE "REBATE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-REBATE.
            READ REBATE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-RECURVCH.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT RECURRING-TEMPLATE-FILE.
            PERFORM COUNT-NEXT-RECURVCH
               UNTIL FILE-AT-END = "Y".
            CLOSE RECURRING-TEMPLATE-FILE.
            MOVE "recurvch" TO MEASURE-ITEM.
            MOVE "RECURRING-TEMPLATE-FILE" TO MEASURE-DESCRIPTION.
            MOVE 9999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-RECURVCH.
            READ RECURRING-TEMPLATE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-REQHDR.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT REQUISITION-FILE.
            PERFORM COUNT-NEXT-REQHDR
               UNTIL FILE-AT-END = "Y".
            CLOSE REQUISITION-FILE.
            MOVE "reqhdr" TO MEASURE-ITEM.
            MOVE "REQUISITION-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-REQHDR.
            READ REQUISITION-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-REQLINE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT REQUISITION-LINE-FILE.
            PERFORM COUNT-NEXT-REQLINE
               UNTIL FILE-AT-END = "Y".
            CLOSE REQUISITION-LINE-FILE.
            MOVE "reqline" TO MEASURE-ITEM.
            MOVE "REQUISITION-LINE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-REQLINE.
            READ REQUISITION-LINE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-RETNRULE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT RETENTION-RULE-FILE.
            PERFORM COUNT-NEXT-RETNRULE
               UNTIL FILE-AT-END = "Y".
            CLOSE RETENTION-RULE-FILE.
            MOVE "retnrule" TO MEASURE-ITEM.
            MOVE "RETENTION-RULE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-RETNRULE.
            READ RETENTION-RULE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-RTNMAIL.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT RETURNED-MAIL-FILE.
            PERFORM COUNT-NEXT-RTNMAIL
               UNTIL FILE-AT-END = "Y".
            CLOSE RETURNED-MAIL-FILE.
            MOVE "rtnmail" TO MEASURE-ITEM.
            MOVE "RETURNED-MAIL-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-RTNMAIL.
            READ RETURNED-MAIL-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-RUNHDR.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT RUN-HEADER-FILE.
            PERFORM COUNT-NEXT-RUNHDR
               UNTIL FILE-AT-END = "Y".
            CLOSE RUN-HEADER-FILE.
            MOVE "runhdr" TO MEASURE-ITEM.
            MOVE "RUN-HEADER-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-RUNHDR.
            READ RUN-HEADER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-SDNLIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT SDN-FILE.
            PERFORM COUNT-NEXT-SDNLIST
               UNTIL FILE-AT-END = "Y".
            CLOSE SDN-FILE.
            MOVE "sdnlist" TO MEASURE-ITEM.
            MOVE "SDN-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-SDNLIST.
            READ SDN-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-AUDSAMPLE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT AUDIT-SAMPLE-FILE.
            PERFORM COUNT-NEXT-AUDSAMPLE
               UNTIL FILE-AT-END = "Y".
            CLOSE AUDIT-SAMPLE-FILE.
            MOVE "audsample" TO MEASURE-ITEM.
            MOVE "AUDIT-SAMPLE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-AUDSAMPLE.
            READ AUDIT-SAMPLE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-SPLCAT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT SPOOL-CATALOG-FILE.
            PERFORM COUNT-NEXT-SPLCAT
               UNTIL FILE-AT-END = "Y".
            CLOSE SPOOL-CATALOG-FILE.
            MOVE "splcat" TO MEASURE-ITEM.
            MOVE "SPOOL-CATALOG-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-SPLCAT.
            READ SPOOL-CATALOG-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-CHKSTOCK.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT STOCK-FILE.
            PERFORM COUNT-NEXT-CHKSTOCK
               UNTIL FILE-AT-END = "Y".
            CLOSE STOCK-FILE.
            MOVE "chkstock" TO MEASURE-ITEM.
            MOVE "STOCK-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-CHKSTOCK.
            READ STOCK-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-STWHTAB.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT STATE-WITHHOLDING-FILE.
            PERFORM COUNT-NEXT-STWHTAB
               UNTIL FILE-AT-END = "Y".
            CLOSE STATE-WITHHOLDING-FILE.
            MOVE "stwhtab" TO MEASURE-ITEM.
            MOVE "STATE-WITHHOLDING-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-STWHTAB.
            READ STATE-WITHHOLDING-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-TAXRATE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT TAX-RATE-FILE.
            PERFORM COUNT-NEXT-TAXRATE
               UNTIL FILE-AT-END = "Y".
            CLOSE TAX-RATE-FILE.
            MOVE "taxrate" TO MEASURE-ITEM.
            MOVE "TAX-RATE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-TAXRATE.
            READ TAX-RATE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-TERMS.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT TERMS-FILE.
            PERFORM COUNT-NEXT-TERMS
               UNTIL FILE-AT-END = "Y".
            CLOSE TERMS-FILE.
            MOVE "terms" TO MEASURE-ITEM.
            MOVE "TERMS-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-TERMS.
            READ TERMS-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-TRADPART.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT TRADING-PARTNER-FILE.
            PERFORM COUNT-NEXT-TRADPART
               UNTIL FILE-AT-END = "Y".
            CLOSE TRADING-PARTNER-FILE.
            MOVE "tradpart" TO MEASURE-ITEM.
            MOVE "TRADING-PARTNER-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-TRADPART.
            READ TRADING-PARTNER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-UTLACCT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT UTILITY-ACCOUNT-FILE.
            PERFORM COUNT-NEXT-UTLACCT
               UNTIL FILE-AT-END = "Y".
            CLOSE UTILITY-ACCOUNT-FILE.
            MOVE "utlacct" TO MEASURE-ITEM.
            MOVE "UTILITY-ACCOUNT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-UTLACCT.
            READ UTILITY-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-UTLUSAGE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT UTILITY-USAGE-FILE.
            PERFORM COUNT-NEXT-UTLUSAGE
               UNTIL FILE-AT-END = "Y".
            CLOSE UTILITY-USAGE-FILE.
            MOVE "utlusage" TO MEASURE-ITEM.
            MOVE "UTILITY-USAGE-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-UTLUSAGE.
            READ UTILITY-USAGE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VCHADJ.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VOUCHER-ADJUSTMENT-FILE.
            PERFORM COUNT-NEXT-VCHADJ
               UNTIL FILE-AT-END = "Y".
            CLOSE VOUCHER-ADJUSTMENT-FILE.
            MOVE "vchadj" TO MEASURE-ITEM.
            MOVE "VOUCHER-ADJUSTMENT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VCHADJ.
            READ VOUCHER-ADJUSTMENT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VCHDIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT DISTRIBUTION-FILE.
            PERFORM COUNT-NEXT-VCHDIST
               UNTIL FILE-AT-END = "Y".
            CLOSE DISTRIBUTION-FILE.
            MOVE "vchdist" TO MEASURE-ITEM.
            MOVE "DISTRIBUTION-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VCHDIST.
            READ DISTRIBUTION-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VCHHIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VOUCHER-HISTORY-FILE.
            PERFORM COUNT-NEXT-VCHHIST
               UNTIL FILE-AT-END = "Y".
            CLOSE VOUCHER-HISTORY-FILE.
            MOVE "vchhist" TO MEASURE-ITEM.
            MOVE "VOUCHER-HISTORY-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VCHHIST.
            READ VOUCHER-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VNDCNTCT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VENDOR-CONTACT-FILE.
            PERFORM COUNT-NEXT-VNDCNTCT
               UNTIL FILE-AT-END = "Y".
            CLOSE VENDOR-CONTACT-FILE.
            MOVE "vndcntct" TO MEASURE-ITEM.
            MOVE "VENDOR-CONTACT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VNDCNTCT.
            READ VENDOR-CONTACT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VENDOR.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VENDOR-FILE.
            PERFORM COUNT-NEXT-VENDOR
               UNTIL FILE-AT-END = "Y".
            CLOSE VENDOR-FILE.
            MOVE "vendor" TO MEASURE-ITEM.
            MOVE "VENDOR-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VENDOR.
            READ VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VNDDIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VENDOR-DIST-FILE.
            PERFORM COUNT-NEXT-VNDDIST
               UNTIL FILE-AT-END = "Y".
            CLOSE VENDOR-DIST-FILE.
            MOVE "vnddist" TO MEASURE-ITEM.
            MOVE "VENDOR-DIST-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VNDDIST.
            READ VENDOR-DIST-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VOUCHER.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VOUCHER-FILE.
            PERFORM COUNT-NEXT-VOUCHER
               UNTIL FILE-AT-END = "Y".
            CLOSE VOUCHER-FILE.
            MOVE "voucher" TO MEASURE-ITEM.
            MOVE "VOUCHER-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VOUCHER.
            READ VOUCHER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-WIREREQ.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT WIRE-REQUEST-FILE.
            PERFORM COUNT-NEXT-WIREREQ
               UNTIL FILE-AT-END = "Y".
            CLOSE WIRE-REQUEST-FILE.
            MOVE "wirereq" TO MEASURE-ITEM.
            MOVE "WIRE-REQUEST-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-WIREREQ.
            READ WIRE-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-XMITLOG.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT TRANSMISSION-LOG-FILE.
            PERFORM COUNT-NEXT-XMITLOG
               UNTIL FILE-AT-END = "Y".
            CLOSE TRANSMISSION-LOG-FILE.
            MOVE "xmitlog" TO MEASURE-ITEM.
            MOVE "TRANSMISSION-LOG-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-XMITLOG.
            READ TRANSMISSION-LOG-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-ADJ1099.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ADJUSTMENT-1099-FILE.
            PERFORM COUNT-NEXT-ADJ1099
               UNTIL FILE-AT-END = "Y".
            CLOSE ADJUSTMENT-1099-FILE.
            MOVE "adj1099" TO MEASURE-ITEM.
            MOVE "ADJUSTMENT-1099-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ADJ1099.
            READ ADJUSTMENT-1099-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-COUNTRY.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT COUNTRY-FILE.
            PERFORM COUNT-NEXT-COUNTRY
               UNTIL FILE-AT-END = "Y".
            CLOSE COUNTRY-FILE.
            MOVE "COUNTRY" TO MEASURE-ITEM.
            MOVE "COUNTRY-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-COUNTRY.
            READ COUNTRY-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-NCOAQUE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT NCOA-QUEUE-FILE.
            PERFORM COUNT-NEXT-NCOAQUE
               UNTIL FILE-AT-END = "Y".
            CLOSE NCOA-QUEUE-FILE.
            MOVE "ncoaque" TO MEASURE-ITEM.
            MOVE "NCOA-QUEUE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-NCOAQUE.
            READ NCOA-QUEUE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-OLDVENDOR.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT OLD-VENDOR-FILE.
            PERFORM COUNT-NEXT-OLDVENDOR
               UNTIL FILE-AT-END = "Y".
            CLOSE OLD-VENDOR-FILE.
            MOVE "oldvendor" TO MEASURE-ITEM.
            MOVE "OLD-VENDOR-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-OLDVENDOR.
            READ OLD-VENDOR-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-STATE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT STATE-FILE.
            PERFORM COUNT-NEXT-STATE
               UNTIL FILE-AT-END = "Y".
            CLOSE STATE-FILE.
            MOVE "STATE" TO MEASURE-ITEM.
            MOVE "STATE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-STATE.
            READ STATE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VNDAUDIT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VENDOR-AUDIT-FILE.
            PERFORM COUNT-NEXT-VNDAUDIT
               UNTIL FILE-AT-END = "Y".
            CLOSE VENDOR-AUDIT-FILE.
            MOVE "vndaudit" TO MEASURE-ITEM.
            MOVE "VENDOR-AUDIT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VNDAUDIT.
            READ VENDOR-AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VNDHIST.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VENDOR-HISTORY-MASTER-FILE.
            PERFORM COUNT-NEXT-VNDHIST
               UNTIL FILE-AT-END = "Y".
            CLOSE VENDOR-HISTORY-MASTER-FILE.
            MOVE "vndhist" TO MEASURE-ITEM.
            MOVE "VENDOR-HISTORY-MASTER-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VNDHIST.
            READ VENDOR-HISTORY-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VNDPEND.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PENDING-CHANGE-FILE.
            PERFORM COUNT-NEXT-VNDPEND
               UNTIL FILE-AT-END = "Y".
            CLOSE PENDING-CHANGE-FILE.
            MOVE "vndpend" TO MEASURE-ITEM.
            MOVE "PENDING-CHANGE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VNDPEND.
            READ PENDING-CHANGE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-VNDREQ.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT VENDOR-REQUEST-FILE.
            PERFORM COUNT-NEXT-VNDREQ
               UNTIL FILE-AT-END = "Y".
            CLOSE VENDOR-REQUEST-FILE.
            MOVE "vndreq" TO MEASURE-ITEM.
            MOVE "VENDOR-REQUEST-FILE" TO MEASURE-DESCRIPTION.
            MOVE 99999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-VNDREQ.
            READ VENDOR-REQUEST-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-ZIPCODE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT ZIP-CODE-FILE.
            PERFORM COUNT-NEXT-ZIPCODE
               UNTIL FILE-AT-END = "Y".
            CLOSE ZIP-CODE-FILE.
            MOVE "ZIPCODE" TO MEASURE-ITEM.
            MOVE "ZIP-CODE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-ZIPCODE.
            READ ZIP-CODE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-SYSAUDIT.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT SYSTEM-AUDIT-FILE.
            PERFORM COUNT-NEXT-SYSAUDIT
               UNTIL FILE-AT-END = "Y".
            CLOSE SYSTEM-AUDIT-FILE.
            MOVE "sysaudit" TO MEASURE-ITEM.
            MOVE "SYSTEM-AUDIT-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-SYSAUDIT.
            READ SYSTEM-AUDIT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-HOLIDAY.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT HOLIDAY-FILE.
            PERFORM COUNT-NEXT-HOLIDAY
               UNTIL FILE-AT-END = "Y".
            CLOSE HOLIDAY-FILE.
            MOVE "HOLIDAY" TO MEASURE-ITEM.
            MOVE "HOLIDAY-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-HOLIDAY.
            READ HOLIDAY-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-OPERATOR.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT OPERATOR-FILE.
            PERFORM COUNT-NEXT-OPERATOR
               UNTIL FILE-AT-END = "Y".
            CLOSE OPERATOR-FILE.
            MOVE "OPERATOR" TO MEASURE-ITEM.
            MOVE "OPERATOR-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-OPERATOR.
            READ OPERATOR-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-OLDPHONE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT OLD-PHONE-FILE.
            PERFORM COUNT-NEXT-OLDPHONE
               UNTIL FILE-AT-END = "Y".
            CLOSE OLD-PHONE-FILE.
            MOVE "oldphone" TO MEASURE-ITEM.
            MOVE "OLD-PHONE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-OLDPHONE.
            READ OLD-PHONE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       COUNT-PHONE.
            PERFORM START-A-FILE-COUNT.
            OPEN INPUT PHONE-FILE.
            PERFORM COUNT-NEXT-PHONE
               UNTIL FILE-AT-END = "Y".
            CLOSE PHONE-FILE.
            MOVE "phone.dat" TO MEASURE-ITEM.
            MOVE "PHONE-FILE" TO MEASURE-DESCRIPTION.
            PERFORM RECORD-A-FILE-COUNT.

       COUNT-NEXT-PHONE.
            READ PHONE-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                ADD 1 TO FILE-RECORD-COUNT.

       START-A-FILE-COUNT.
            MOVE ZERO TO FILE-RECORD-COUNT.
            MOVE ZERO TO MEASURE-LIMIT.
            MOVE "N" TO FILE-AT-END.

       RECORD-A-FILE-COUNT.
            MOVE "F" TO MEASURE-KIND.
            MOVE FILE-RECORD-COUNT TO MEASURE-COUNT.
            PERFORM RECORD-THE-MEASURE.

      *--------------------------------
      * NUMBER SERIES
      *--------------------------------
      * The system-wide series live on company 1's record; every
      * company's record carries its own last check number.
       MEASURE-THE-CONTROL-SERIES.
            OPEN INPUT CONTROL-FILE.
            MOVE "N" TO FILE-AT-END.
            PERFORM MEASURE-ONE-CONTROL-RECORD
               UNTIL FILE-AT-END = "Y".
            CLOSE CONTROL-FILE.

       MEASURE-ONE-CONTROL-RECORD.
            READ CONTROL-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                PERFORM MEASURE-THE-CHECK-NUMBER
                IF CONTROL-KEY = 1
                    PERFORM MEASURE-THE-SYSTEM-SERIES.

       MEASURE-THE-CHECK-NUMBER.
            MOVE SPACES TO MEASURE-ITEM.
            STRING "CTL CHECK " CONTROL-KEY
               DELIMITED BY SIZE INTO MEASURE-ITEM.
            MOVE "CONTROL-LAST-CHECK-NUMBER" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-CHECK-NUMBER TO MEASURE-COUNT.
            MOVE 999999 TO MEASURE-LIMIT.
            PERFORM RECORD-A-SERIES.

       MEASURE-THE-SYSTEM-SERIES.
            MOVE 99999 TO MEASURE-LIMIT.
            MOVE "CTL VOUCHER" TO MEASURE-ITEM.
            MOVE "CONTROL-LAST-VOUCHER" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-VOUCHER TO MEASURE-COUNT.
            PERFORM RECORD-A-SERIES.
            MOVE "CTL VENDOR" TO MEASURE-ITEM.
            MOVE "CONTROL-LAST-VENDOR" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-VENDOR TO MEASURE-COUNT.
            PERFORM RECORD-A-SERIES.
            MOVE "CTL EXPENSE" TO MEASURE-ITEM.
            MOVE "CONTROL-LAST-EXPENSE" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-EXPENSE TO MEASURE-COUNT.
            PERFORM RECORD-A-SERIES.
            MOVE "CTL GLBATCH" TO MEASURE-ITEM.
            MOVE "CONTROL-LAST-GLBATCH" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-GLBATCH TO MEASURE-COUNT.
            PERFORM RECORD-A-SERIES.
            MOVE "CTL RUN" TO MEASURE-ITEM.
            MOVE "CONTROL-LAST-RUN" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-RUN TO MEASURE-COUNT.
            PERFORM RECORD-A-SERIES.
            MOVE "CTL VNDREQ" TO MEASURE-ITEM.
            MOVE "CONTROL-LAST-VENDOR-REQUEST" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-VENDOR-REQUEST TO MEASURE-COUNT.
            PERFORM RECORD-A-SERIES.
            MOVE "CTL WIRE" TO MEASURE-ITEM.
            MOVE "CONTROL-LAST-WIRE" TO MEASURE-DESCRIPTION.
            MOVE CONTROL-LAST-WIRE TO MEASURE-COUNT.
            PERFORM RECORD-A-SERIES.

       MEASURE-THE-BANK-SERIES.
            OPEN INPUT BANK-ACCOUNT-FILE.
            MOVE "N" TO FILE-AT-END.
            PERFORM MEASURE-ONE-BANK-ACCOUNT
               UNTIL FILE-AT-END = "Y".
            CLOSE BANK-ACCOUNT-FILE.

       MEASURE-ONE-BANK-ACCOUNT.
            READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                MOVE SPACES TO MEASURE-ITEM
                STRING "BANK " BANK-ACCOUNT-CODE
                   DELIMITED BY SIZE INTO MEASURE-ITEM
                MOVE "BANK-ACCOUNT-LAST-CHECK-NO"
                   TO MEASURE-DESCRIPTION
                MOVE BANK-ACCOUNT-LAST-CHECK-NO TO MEASURE-COUNT
                MOVE 999999 TO MEASURE-LIMIT
                PERFORM RECORD-A-SERIES.

      * Stock ranges are keyed account first, so an account's
      * ranges arrive together; the account is recorded when the
      * next account (or the end of the file) shows up.
       MEASURE-THE-CHECK-STOCK.
            OPEN INPUT STOCK-FILE.
            MOVE SPACES TO STOCK-ACCOUNT.
            MOVE "N" TO FILE-AT-END.
            PERFORM MEASURE-ONE-STOCK-RANGE
               UNTIL FILE-AT-END = "Y".
            IF STOCK-ACCOUNT NOT = SPACES
                PERFORM RECORD-THE-STOCK-ACCOUNT.
            CLOSE STOCK-FILE.

       MEASURE-ONE-STOCK-RANGE.
            READ STOCK-FILE NEXT RECORD
               AT END MOVE "Y" TO FILE-AT-END.
            IF FILE-AT-END NOT = "Y"
                IF STOCK-BANK-ACCOUNT NOT = STOCK-ACCOUNT
                    IF STOCK-ACCOUNT NOT = SPACES
                        PERFORM RECORD-THE-STOCK-ACCOUNT
                        PERFORM START-A-STOCK-ACCOUNT
                    ELSE
                        PERFORM START-A-STOCK-ACCOUNT.
            IF FILE-AT-END NOT = "Y"
                PERFORM ADD-THE-STOCK-RANGE.

       START-A-STOCK-ACCOUNT.
            MOVE STOCK-BANK-ACCOUNT TO STOCK-ACCOUNT.
            MOVE ZERO TO STOCK-FORMS-RECEIVED.
            MOVE ZERO TO STOCK-FORMS-USED.

       ADD-THE-STOCK-RANGE.
            COMPUTE STOCK-FORMS-RECEIVED = STOCK-FORMS-RECEIVED
               + STOCK-RANGE-END - STOCK-RANGE-START + 1.
            IF STOCK-USED-THROUGH NOT = ZEROES
                COMPUTE STOCK-FORMS-USED = STOCK-FORMS-USED
                   + STOCK-USED-THROUGH - STOCK-RANGE-START + 1.

       RECORD-THE-STOCK-ACCOUNT.
            MOVE SPACES TO MEASURE-ITEM.
            STRING "STOCK " STOCK-ACCOUNT
               DELIMITED BY SIZE INTO MEASURE-ITEM.
            MOVE "CHECK STOCK FORMS RECEIVED" TO MEASURE-DESCRIPTION.
            MOVE STOCK-FORMS-USED TO MEASURE-COUNT.
            MOVE STOCK-FORMS-RECEIVED TO MEASURE-LIMIT.
            PERFORM RECORD-A-SERIES.

       RECORD-A-SERIES.
            MOVE "S" TO MEASURE-KIND.
            PERFORM RECORD-THE-MEASURE.

      *--------------------------------
      * RATE, PROJECTION AND WARNING
      *--------------------------------
       RECORD-THE-MEASURE.
            PERFORM FIND-THE-EARLIER-MEASURE.
            MOVE MEASURE-KIND TO GROWTH-KIND.
            MOVE MEASURE-ITEM TO GROWTH-ITEM.
            MOVE TODAY-DATE TO GROWTH-DATE.
            MOVE MEASURE-DESCRIPTION TO GROWTH-DESCRIPTION.
            MOVE MEASURE-COUNT TO GROWTH-COUNT.
            MOVE MEASURE-LIMIT TO GROWTH-LIMIT.
            MOVE ZERO TO GROWTH-PER-DAY.
            MOVE ZEROES TO GROWTH-LIMIT-DATE.
            MOVE SPACE TO GROWTH-WARNING.
            IF EARLIER-FOUND = "Y" AND
                  MEASURE-COUNT > EARLIER-COUNT
                PERFORM COMPUTE-THE-GROWTH-RATE.
            IF MEASURE-LIMIT NOT = ZERO
                PERFORM PROJECT-THE-LIMIT-DATE
                PERFORM JUDGE-THE-HEADROOM.
            ADD 1 TO ITEMS-MEASURED.
            IF GROWTH-WARNED
                ADD 1 TO ITEMS-WARNED
                DISPLAY "NEARING LIMIT: " GROWTH-ITEM " "
                   GROWTH-DESCRIPTION.
            WRITE GROWTH-RECORD
               INVALID KEY
               REWRITE GROWTH-RECORD.

      * The oldest measure of the item inside the look-back - the
      * longest baseline the history offers, up to LOOKBACK-DAYS.
       FIND-THE-EARLIER-MEASURE.
            MOVE "N" TO EARLIER-FOUND.
            MOVE "N" TO EARLIER-AT-END.
            MOVE MEASURE-KIND TO GROWTH-KIND.
            MOVE MEASURE-ITEM TO GROWTH-ITEM.
            MOVE LOOKBACK-DATE TO GROWTH-DATE.
            START GROWTH-FILE
               KEY IS NOT LESS THAN GROWTH-KEY
               INVALID KEY
               MOVE "Y" TO EARLIER-AT-END.
            IF EARLIER-AT-END NOT = "Y"
                PERFORM READ-THE-EARLIER-MEASURE.

       READ-THE-EARLIER-MEASURE.
            READ GROWTH-FILE NEXT RECORD
               AT END MOVE "Y" TO EARLIER-AT-END.
            IF EARLIER-AT-END NOT = "Y"
                IF GROWTH-KIND = MEASURE-KIND AND
                      GROWTH-ITEM = MEASURE-ITEM AND
                      GROWTH-DATE < TODAY-DATE
                    MOVE "Y" TO EARLIER-FOUND
                    MOVE GROWTH-COUNT TO EARLIER-COUNT
                    MOVE GROWTH-DATE TO EARLIER-DATE.

       COMPUTE-THE-GROWTH-RATE.
            COMPUTE EARLIER-DAYS = TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE (EARLIER-DATE).
            COMPUTE GROWTH-PER-DAY ROUNDED =
               (MEASURE-COUNT - EARLIER-COUNT) / EARLIER-DAYS
               ON SIZE ERROR
               MOVE 9999999.99 TO GROWTH-PER-DAY.

      * Already at the limit projects to today; a projection more
      * than 99999 days off is no projection at all.
       PROJECT-THE-LIMIT-DATE.
            IF MEASURE-COUNT NOT < MEASURE-LIMIT
                MOVE TODAY-DATE TO GROWTH-LIMIT-DATE
            ELSE
                IF GROWTH-PER-DAY NOT = ZERO
                    COMPUTE DAYS-TO-LIMIT =
                       (MEASURE-LIMIT - MEASURE-COUNT)
                          / GROWTH-PER-DAY
                       ON SIZE ERROR
                       MOVE ZERO TO DAYS-TO-LIMIT
                       NOT ON SIZE ERROR
                       COMPUTE GROWTH-LIMIT-DATE =
                          FUNCTION DATE-OF-INTEGER
                             (TODAY-INTEGER + DAYS-TO-LIMIT).

       JUDGE-THE-HEADROOM.
            COMPUTE WARNING-LEVEL =
               MEASURE-LIMIT * WARNING-PERCENT / 100.
            IF MEASURE-COUNT NOT < WARNING-LEVEL
                MOVE "W" TO GROWTH-WARNING.
            IF GROWTH-LIMIT-DATE NOT = ZEROES AND
                  GROWTH-LIMIT-DATE NOT > WARNING-CUTOFF-DATE
                MOVE "W" TO GROWTH-WARNING.
