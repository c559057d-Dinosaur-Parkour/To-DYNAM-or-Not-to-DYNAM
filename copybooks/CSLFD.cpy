      *===============================================================
      *    FD for the call-site scanner's input.  Print lines,
      *    RECFM=FBA LRECL=133: byte 1 is the carriage control, so
      *    a source member printed by IEBPTPCH carries its card
      *    image in bytes 2-81, and a compiler listing's source
      *    lines carry the LineID in bytes 3-8 and the card image
      *    from byte 18 - see TODYNCSS for how the two are told
      *    apart.  COPY into FILE SECTION.
      *===============================================================
       FD  TODYNCSL-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-CSL-REC                 PIC X(133).
