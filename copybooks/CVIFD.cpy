      *===============================================================
      *    FD for the layout-conversion input.  Records are variable
      *    length - the length is how an image from before the
      *    layout-version stamp is told apart.  COPY into FILE
      *    SECTION.
      *===============================================================
       FD  TODYNCVI-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 256
               DEPENDING ON WS-CVI-LEN
           LABEL RECORDS ARE STANDARD.
       01  WS-CVI-REC                 PIC X(256).
