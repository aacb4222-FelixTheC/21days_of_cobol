
            copy "wssvnd01.cbl".
            copy "wsdate02.cbl".
            copy "wsmask01.cbl".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.

            COPY "vnddspallfld01.cbl".

      * No operator signs on to this inquiry, so the tax id and
      * bank account always show masked.
       show-sensitive-value.
            perform mask-sensitive-value.

            copy "plmask01.cbl".

       read-next-vendor-record.
            read vendor-file next record
               at end
