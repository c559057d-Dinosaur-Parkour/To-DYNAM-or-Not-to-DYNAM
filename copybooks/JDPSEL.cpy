      *===============================================================
      *    FILE-CONTROL entry for the batch job-dependency file -
      *    one record per production job in the nightly window,
      *    naming its typical start time and the jobs it waits on
      *    (see copybooks/JDPFD.cpy).  COPY into FILE-CONTROL.
      *===============================================================
           SELECT TODYNJDP-FILE ASSIGN TO "TODYNJDP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JDPFILE-STATUS.
