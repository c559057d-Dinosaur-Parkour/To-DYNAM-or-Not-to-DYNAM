      *===============================================================
      *    FILE-CONTROL entry for the production call-site
      *    inventory - one record per CALL statement found in the
      *    production compile listings / source members by TODYNCSS,
      *    read by TODYNSAV to scope the recompile project.  COPY
      *    into FILE-CONTROL.
      *===============================================================
           SELECT TODYNCSI-FILE ASSIGN TO "TODYNCSI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSIFILE-STATUS.
