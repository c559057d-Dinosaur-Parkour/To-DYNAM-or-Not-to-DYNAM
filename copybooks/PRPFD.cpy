      *===============================================================
      *    FD and record layout for the proposed-recompile list.
      *    Module name in columns 1-8; a blank name or a '*' in
      *    column 1 makes the record a comment.  COPY into FILE
      *    SECTION.
      *===============================================================
       FD  TODYNPRP-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-PROPOSAL-REC.
           05 PRP-MODULE-NAME     PIC X(08).
           05 FILLER              PIC X(72).
