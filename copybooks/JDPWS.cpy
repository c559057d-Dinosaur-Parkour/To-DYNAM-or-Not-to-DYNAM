      *===============================================================
      *    WORKING-STORAGE items supporting reads of the batch
      *    job-dependency file.  COPY into WORKING-STORAGE SECTION.
      *===============================================================
       01  WS-JDPFILE-CTL.
           05 WS-JDPFILE-STATUS   PIC X(02).
           05 WS-JDP-EOF-SW       PIC X(01)            Value 'N'.
