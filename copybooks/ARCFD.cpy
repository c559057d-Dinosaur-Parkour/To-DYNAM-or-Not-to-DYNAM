      *    an archived measurement can still be pulled back or read
      *    by a one-off report without a conversion step.  Keep the
      *    record lengths in step with RESFD.cpy / AUDFD.cpy whenever
      *    those layouts grow - and convert the existing archive
      *    datasets to the new length with TODYNCNV at the same
      *    time; the layout-version stamp at the end of each image
      *    tells the readers which layout an image was cut under.
      *    COPY into FILE SECTION.
      *===============================================================
       FD  TODYNARR-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-ARCHIVE-RESULT-REC      PIC X(128).

       FD  TODYNARA-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-ARCHIVE-AUDIT-REC       PIC X(121).
