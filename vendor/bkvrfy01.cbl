
       FD   CONTROL-BACKUP-FILE
            LABEL RECORDS ARE STANDARD.
       01   CONTROL-BACKUP-RECORD         PIC X(110).

       FD   BANK-BACKUP-FILE
            LABEL RECORDS ARE STANDARD.
