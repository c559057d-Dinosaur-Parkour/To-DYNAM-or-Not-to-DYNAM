      *===============================================================
      *    WORKING-STORAGE items supporting the benchmark request
      *    queue.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-RQQFILE-CTL.
           05 WS-RQQFILE-STATUS   PIC X(02).
           05 WS-RQQ-EOF-SW       PIC X(01)            Value 'N'.
