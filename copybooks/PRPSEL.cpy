      *===============================================================
      *    FILE-CONTROL entry for the proposed-recompile list - one
      *    module name per record, the modules whose callers a
      *    recompile campaign would turn NODYNAM (see
      *    copybooks/PRPFD.cpy).  COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNPRP-FILE ASSIGN TO "TODYNPRP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRPFILE-STATUS.
