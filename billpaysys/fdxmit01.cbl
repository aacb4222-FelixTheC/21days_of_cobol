      ******************************************************************
      * fdxmit01.cbl
      * Outbound transmission log - one record for every file built
      * for the outside world: the bank payment files (ACHFILE,
      * PAINFILE, POSPAY, PPDECOUT), the GL interface (GLEXPORT),
      * the tax and unclaimed-property filings (IRSTAX, TINREQ,
      * NAUPA), the fixed-asset extract (FAEXTRACT), the data
      * warehouse extracts (DWVND, DWVCH, DWCTL, DWBNK), the
      * supplier portal/IVR payment-status extract (VNDSTAT) and the
      * payroll deduction file for overdue travel advances
      * (PAYDEDUCT). The producing program registers its output
      * through plxmit01.cbl with the record count and dollar hash
      * total as it closes the file; xmtmnt01.cbl records when it
      * was sent and what the receiver answered, and xmtexc01.cbl
      * lists every file still waiting on either.
      * Primary Key - XMIT-KEY (file name + build date + build time)
      *
      * XMIT-STATUS is the file's life: "B"uilt, "S"ent, "A"ccepted
      * or "R"ejected by the receiver. A rejected file stays on the
      * log with its reason; the corrected rebuild registers anew.
      * The hash total is the file's own dollar control total - for
      * a file without money in it (TINREQ, the vendor extract) it
      * is zero and the count is the control.
      ******************************************************************
       fd   transmission-log-file
            label records are standard.

       01   transmission-log-record.
            05 xmit-key.
               10 xmit-file-name           pic x(10).
               10 xmit-built-date          pic 9(8).
               10 xmit-built-time          pic 9(8).
            05 xmit-program                pic x(8).
            05 xmit-built-by               pic x(10).
            05 xmit-record-count           pic 9(7).
            05 xmit-hash-total             pic S9(11)v99.
            05 xmit-status                 pic x.
               88 xmit-status-built        value "B".
               88 xmit-status-sent         value "S".
               88 xmit-status-accepted     value "A".
               88 xmit-status-rejected     value "R".
            05 xmit-sent-date              pic 9(8).
            05 xmit-sent-by                pic x(10).
            05 xmit-answer-date            pic 9(8).
            05 xmit-answer-by              pic x(10).
      * The receiver's confirmation or batch number on an
      * acceptance, its stated reason on a rejection.
            05 xmit-answer-reference       pic x(30).
