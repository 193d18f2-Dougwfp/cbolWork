        COPY "EMPMAST.cpy".

        FD  BACKUP-FILE.
        01 BACKUP-LINHA PIC X(700).

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".
