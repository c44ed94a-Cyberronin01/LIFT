           COPY "ytdrec.cpy".

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE               PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS              PIC X(2) VALUE "00".
