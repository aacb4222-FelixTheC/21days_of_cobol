      ******************************************************************
      * wsoutb01.cbl
      * Working storage for the shared outbox paragraphs in
      * ploutb01.cbl. The caller has OUTBOX-FILE open I-O, moves
      * the program name, vendor, contact sequence (zero for the
      * master VENDOR-EMAIL), recipient address, subject, body file
      * and body reference into the outbox record (fdoutb01.cbl) and
      * PERFORMs QUEUE-THE-MESSAGE, which stamps and writes it.
      ******************************************************************
       77   outbox-was-written                 pic x.
