      ******************************************************************
      * Author: Felix Eisenmenger
      * Date:
      * Purpose: training
      * Tectonics: cobc
      *
      * Report router - sends every newly spooled report run to the
      * people on its distribution list (fddist01.cbl), so nobody
      * has to know who gets which SPL file and walk it over. For
      * each run on the spool catalog (fdsplcat.cbl) still marked
      * SPOOL-ROUTING "N", each recipient line of the report id
      * becomes
      *    an email queue entry (fdemlq01.cbl) for an email
      *       address - the mail gateway sends the spooled file;
      *    a print job (fdprtq01.cbl) for a named printer or a
      *       department pickup tray, with the copies wanted.
      * A controlled report (check register, positive-pay list)
      * is never emailed, and each of its print jobs also goes on
      * the pickup log (fdpkup01.cbl) to be signed for when it is
      * collected (pkplog01.cbl). A run whose report has no
      * distribution list, or whose output was purged before it
      * could be routed, is simply marked routed.
      * The batch stream driver (batdrv01.cbl) calls this after
      * every step that completes, and the spool manager
      * (splmgr01.cbl) runs it on demand for reports run from the
      * terminal. It asks nothing and ends with GOBACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. splrte01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            COPY "slsplcat.cbl".
            COPY "sldist01.cbl".
            COPY "slemlq01.cbl".
            COPY "slprtq01.cbl".
            COPY "slpkup01.cbl".

       DATA DIVISION.
       FILE SECTION.
            COPY "fdsplcat.cbl".
            COPY "fddist01.cbl".
            COPY "fdemlq01.cbl".
            COPY "fdprtq01.cbl".
            COPY "fdpkup01.cbl".

       WORKING-STORAGE SECTION.

       77   CATALOG-FILE-AT-END           PIC X.
       77   DIST-FILE-AT-END              PIC X.
       77   DIST-HEADER-FOUND             PIC X.
       77   REPORT-IS-CONTROLLED          PIC X.
       77   TODAY-DATE                    PIC 9(8).
       77   NOW-TIME                      PIC 9(8).
       77   RUNS-ROUTED                   PIC 9(5).
       77   EMAILS-QUEUED                 PIC 9(5).
       77   PRINT-JOBS-QUEUED             PIC 9(5).
       77   PICKUPS-LOGGED                PIC 9(5).

      * The catalog run being routed - the distribution reads
      * share nothing with it, but the key is needed again to
      * mark it routed.
       01   ROUTING-RUN.
            05 ROUTING-REPORT-ID          PIC X(8).
            05 ROUTING-REPORT-DATE        PIC 9(8).
            05 ROUTING-REPORT-TIME        PIC 9(8).
            05 ROUTING-REPORT-TITLE       PIC X(30).
            05 ROUTING-FILE-NAME          PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
            PERFORM OPENING-PROCEDURE.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            ACCEPT NOW-TIME FROM TIME.
            MOVE ZERO TO RUNS-ROUTED
                         EMAILS-QUEUED
                         PRINT-JOBS-QUEUED
                         PICKUPS-LOGGED.
            PERFORM ROUTE-THE-NEW-RUNS.
            PERFORM CLOSING-PROCEDURE.
            IF RUNS-ROUTED NOT = ZERO
                DISPLAY RUNS-ROUTED " REPORT RUN(S) ROUTED - "
                   EMAILS-QUEUED " EMAIL(S), "
                   PRINT-JOBS-QUEUED " PRINT JOB(S), "
                   PICKUPS-LOGGED " FOR PICKUP".
            MOVE ZERO TO RETURN-CODE.

       PROGRAM-DONE.
            GOBACK.

       OPENING-PROCEDURE.
            OPEN I-O SPOOL-CATALOG-FILE.
            OPEN INPUT REPORT-DISTRIBUTION-FILE.
            OPEN I-O EMAIL-QUEUE-FILE.
            OPEN I-O PRINT-QUEUE-FILE.
            OPEN I-O PICKUP-LOG-FILE.

       CLOSING-PROCEDURE.
            CLOSE SPOOL-CATALOG-FILE.
            CLOSE REPORT-DISTRIBUTION-FILE.
            CLOSE EMAIL-QUEUE-FILE.
            CLOSE PRINT-QUEUE-FILE.
            CLOSE PICKUP-LOG-FILE.

      *--------------------------------
      * RUNS WAITING TO BE ROUTED
      *--------------------------------
       ROUTE-THE-NEW-RUNS.
            MOVE SPACES TO SPOOL-CATALOG-KEY.
            MOVE "N" TO CATALOG-FILE-AT-END.
            START SPOOL-CATALOG-FILE
               KEY IS NOT LESS THAN SPOOL-CATALOG-KEY
               INVALID KEY
               MOVE "Y" TO CATALOG-FILE-AT-END.
            IF CATALOG-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-CATALOG-RECORD.
            PERFORM ROUTE-ONE-CATALOG-RUN
               UNTIL CATALOG-FILE-AT-END = "Y".

       ROUTE-ONE-CATALOG-RUN.
            IF SPOOL-ROUTING-PENDING
                IF NOT SPOOL-IS-PURGED
                    PERFORM ROUTE-THE-RUN
                END-IF
                MOVE "R" TO SPOOL-ROUTING
                REWRITE SPOOL-CATALOG-RECORD
                   INVALID KEY
                   DISPLAY "ERROR REWRITING SPOOL CATALOG RECORD".
            PERFORM READ-NEXT-CATALOG-RECORD.

       ROUTE-THE-RUN.
            MOVE SPOOL-REPORT-ID TO ROUTING-REPORT-ID.
            MOVE SPOOL-REPORT-DATE TO ROUTING-REPORT-DATE.
            MOVE SPOOL-REPORT-TIME TO ROUTING-REPORT-TIME.
            MOVE SPOOL-REPORT-TITLE TO ROUTING-REPORT-TITLE.
            MOVE SPOOL-FILE-NAME TO ROUTING-FILE-NAME.
            PERFORM READ-THE-REPORT-LINE.
            IF DIST-HEADER-FOUND = "Y"
                ADD 1 TO RUNS-ROUTED
                PERFORM ROUTE-TO-THE-RECIPIENTS.

      * Line 00 - the report's own line - says whether the report
      * is controlled; no line 00, no distribution list.
       READ-THE-REPORT-LINE.
            MOVE ROUTING-REPORT-ID TO RDIST-REPORT-ID.
            MOVE ZERO TO RDIST-LINE.
            MOVE "Y" TO DIST-HEADER-FOUND.
            READ REPORT-DISTRIBUTION-FILE RECORD
               INVALID KEY
               MOVE "N" TO DIST-HEADER-FOUND.
            MOVE "N" TO REPORT-IS-CONTROLLED.
            IF DIST-HEADER-FOUND = "Y"
                IF RDIST-REPORT-CONTROLLED
                    MOVE "Y" TO REPORT-IS-CONTROLLED.

       ROUTE-TO-THE-RECIPIENTS.
            MOVE ROUTING-REPORT-ID TO RDIST-REPORT-ID.
            MOVE 1 TO RDIST-LINE.
            MOVE "N" TO DIST-FILE-AT-END.
            START REPORT-DISTRIBUTION-FILE
               KEY IS NOT LESS THAN RDIST-KEY
               INVALID KEY
               MOVE "Y" TO DIST-FILE-AT-END.
            IF DIST-FILE-AT-END NOT = "Y"
                PERFORM READ-NEXT-DIST-RECORD.
            PERFORM ROUTE-TO-ONE-RECIPIENT
               UNTIL DIST-FILE-AT-END = "Y".

       ROUTE-TO-ONE-RECIPIENT.
            IF RDIST-TO-EMAIL
                IF REPORT-IS-CONTROLLED = "Y"
                    DISPLAY "CONTROLLED REPORT " ROUTING-REPORT-ID
                       " NOT EMAILED TO " RDIST-DESTINATION
                ELSE
                    PERFORM QUEUE-THE-EMAIL
            ELSE
                PERFORM QUEUE-THE-PRINT-JOB
                IF REPORT-IS-CONTROLLED = "Y"
                    PERFORM LOG-FOR-PICKUP.
            PERFORM READ-NEXT-DIST-RECORD.

       QUEUE-THE-EMAIL.
            MOVE ROUTING-REPORT-ID TO EMAILQ-REPORT-ID.
            MOVE ROUTING-REPORT-DATE TO EMAILQ-REPORT-DATE.
            MOVE ROUTING-REPORT-TIME TO EMAILQ-REPORT-TIME.
            MOVE RDIST-LINE TO EMAILQ-DIST-LINE.
            MOVE RDIST-RECIPIENT TO EMAILQ-RECIPIENT.
            MOVE RDIST-DESTINATION TO EMAILQ-ADDRESS.
            MOVE SPACES TO EMAILQ-SUBJECT.
            STRING "REPORT " ROUTING-REPORT-ID " - "
                   ROUTING-REPORT-TITLE
               DELIMITED BY SIZE INTO EMAILQ-SUBJECT.
            MOVE ROUTING-FILE-NAME TO EMAILQ-FILE-NAME.
            MOVE TODAY-DATE TO EMAILQ-QUEUED-DATE.
            MOVE NOW-TIME TO EMAILQ-QUEUED-TIME.
            MOVE "Q" TO EMAILQ-STATUS.
            MOVE ZEROES TO EMAILQ-SENT-DATE.
            WRITE EMAIL-QUEUE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING EMAIL QUEUE RECORD".
            ADD 1 TO EMAILS-QUEUED.

       QUEUE-THE-PRINT-JOB.
            MOVE ROUTING-REPORT-ID TO PRTQ-REPORT-ID.
            MOVE ROUTING-REPORT-DATE TO PRTQ-REPORT-DATE.
            MOVE ROUTING-REPORT-TIME TO PRTQ-REPORT-TIME.
            MOVE RDIST-LINE TO PRTQ-DIST-LINE.
            MOVE RDIST-DESTINATION-KIND TO PRTQ-DESTINATION-KIND.
            MOVE RDIST-DESTINATION TO PRTQ-DESTINATION.
            MOVE RDIST-RECIPIENT TO PRTQ-RECIPIENT.
            MOVE RDIST-COPIES TO PRTQ-COPIES.
            IF PRTQ-COPIES = ZERO
                MOVE 1 TO PRTQ-COPIES.
            MOVE ROUTING-REPORT-TITLE TO PRTQ-REPORT-TITLE.
            MOVE ROUTING-FILE-NAME TO PRTQ-FILE-NAME.
            MOVE REPORT-IS-CONTROLLED TO PRTQ-CONTROLLED.
            MOVE TODAY-DATE TO PRTQ-QUEUED-DATE.
            MOVE NOW-TIME TO PRTQ-QUEUED-TIME.
            MOVE "Q" TO PRTQ-STATUS.
            MOVE ZEROES TO PRTQ-DONE-DATE.
            WRITE PRINT-QUEUE-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PRINT QUEUE RECORD".
            ADD 1 TO PRINT-JOBS-QUEUED.

       LOG-FOR-PICKUP.
            MOVE ROUTING-REPORT-ID TO PICKUP-REPORT-ID.
            MOVE ROUTING-REPORT-DATE TO PICKUP-REPORT-DATE.
            MOVE ROUTING-REPORT-TIME TO PICKUP-REPORT-TIME.
            MOVE RDIST-LINE TO PICKUP-DIST-LINE.
            MOVE ROUTING-REPORT-TITLE TO PICKUP-REPORT-TITLE.
            MOVE RDIST-RECIPIENT TO PICKUP-RECIPIENT.
            MOVE RDIST-DESTINATION TO PICKUP-DESTINATION.
            MOVE PRTQ-COPIES TO PICKUP-COPIES.
            MOVE TODAY-DATE TO PICKUP-PLACED-DATE.
            MOVE NOW-TIME TO PICKUP-PLACED-TIME.
            MOVE "W" TO PICKUP-STATUS.
            MOVE SPACES TO PICKUP-COLLECTED-BY.
            MOVE ZEROES TO PICKUP-COLLECTED-DATE.
            MOVE ZEROES TO PICKUP-COLLECTED-TIME.
            MOVE SPACES TO PICKUP-RELEASED-BY.
            WRITE PICKUP-LOG-RECORD
               INVALID KEY
               DISPLAY "ERROR WRITING PICKUP LOG RECORD".
            ADD 1 TO PICKUPS-LOGGED.

      *--------------------------------
      * READING
      *--------------------------------
       READ-NEXT-CATALOG-RECORD.
            READ SPOOL-CATALOG-FILE NEXT RECORD
               AT END MOVE "Y" TO CATALOG-FILE-AT-END.

       READ-NEXT-DIST-RECORD.
            READ REPORT-DISTRIBUTION-FILE NEXT RECORD
               AT END MOVE "Y" TO DIST-FILE-AT-END.
            IF DIST-FILE-AT-END NOT = "Y"
                IF RDIST-REPORT-ID NOT = ROUTING-REPORT-ID
                    MOVE "Y" TO DIST-FILE-AT-END.
