        COPY "CALCLOG.cpy".

        FD  ARCHIVE-FILE.
        01 ARCHIVE-LINHA PIC X(400).

        FD  JOBJRNL-FILE.
        COPY "JOBJRNL.cpy".

        FD  TEMP-FILE.
        01 TEMP-LINHA PIC X(400).

        FD  OPERMAST-FILE.
        COPY "OPERMAST.cpy".
