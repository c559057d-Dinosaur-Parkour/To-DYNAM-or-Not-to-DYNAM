      *===============================================================
      *    WORKING-STORAGE items supporting the production volume
      *    history.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-PVHFILE-CTL.
           05 WS-PVHFILE-STATUS   PIC X(02).
