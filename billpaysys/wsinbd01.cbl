      ******************************************************************
      * wsinbd01.cbl
      * Working storage for the inbound duplicate-file guard in
      * plinbd01.cbl. Before PERFORM CHECK-THE-INBOUND-FILE the
      * loader moves its file name, program name and operator (or
      * "BATCH" where it signs no one on), and accumulates the
      * fingerprint while reading the file through: the header
      * identifiers, the record count and the hash total.
      * INBOUND-LOAD-OK comes back "Y" when the file may be applied.
      ******************************************************************
       77   inbound-this-file                  pic x(10).
       77   inbound-this-program               pic x(8).
       77   inbound-this-operator              pic x(10).
       77   inbound-file-header                pic x(40).
       77   inbound-file-count                 pic 9(7).
       77   inbound-file-hash                  pic S9(11)v99.
       77   inbound-load-ok                    pic x.
       77   inbound-saved-fingerprint          pic x(70).
       77   inbound-history-at-end             pic x.
       77   inbound-duplicate-found            pic x.
       77   inbound-prior-date                 pic 9(8).
       77   inbound-prior-time                 pic 9(8).
       77   inbound-prior-by                   pic x(10).
       77   inbound-override-id                pic x(10).
       77   inbound-override-password          pic x(10).
