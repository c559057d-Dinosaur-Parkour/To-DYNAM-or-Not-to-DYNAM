      *===============================================================
      *    FILE-CONTROL entry for the layout-conversion input - a
      *    variable-length unload (IDCAMS REPRO to RECFM=VB) of a
      *    cluster, archive or transport dataset, so each record
      *    arrives at the length it was written at.  COPY into
      *    FILE-CONTROL.
      *===============================================================
           SELECT TODYNCVI-FILE ASSIGN TO "TODYNCVI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CVIFILE-STATUS.
