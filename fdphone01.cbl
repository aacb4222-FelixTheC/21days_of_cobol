               10 PHONE-NUMBER            PIC X(15).
               10 PHONE-EXTENSION         PIC X(5).
            05 PHONE-DEPARTMENT           PIC X(10).
      * PHONE-SUPERVISOR-KEY is the PHONE-NAME-KEY of the person this
      * entry reports to - spaces at the top of a chain. It is what
      * the org chart and call tree (phnorg01.cbl/phntre01.cbl) are
      * built from; phnbrk01.cbl lists links that no longer hold.
            05 PHONE-SUPERVISOR-KEY.
               10 PHONE-SUPERVISOR-LAST   PIC X(20).
               10 PHONE-SUPERVISOR-FIRST  PIC X(20).
