      *===============================================================
      *    FILE-CONTROL entry for the call-site scanner's input -
      *    production compile listings and/or source members
      *    printed by IEBPTPCH, concatenated under one DD.  COPY
      *    into FILE-CONTROL.
      *===============================================================
           SELECT TODYNCSL-FILE ASSIGN TO "TODYNCSL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSLFILE-STATUS.
