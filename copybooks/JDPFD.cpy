      *===============================================================
      *    FD and record layout for the batch job-dependency file.
      *    Jobname in columns 1-8, typical start time HHMM in 10-13
      *    (blank when the job has no start time of its own and
      *    simply runs once its predecessors end), then up to six
      *    predecessor jobnames from column 15, nine columns apart.
      *    A job waiting on more than six jobs takes further
      *    records with the same jobname - their predecessors are
      *    added to the first record's.  A blank jobname or a '*'
      *    in column 1 makes the record a comment.  COPY into FILE
      *    SECTION.
      *===============================================================
       FD  TODYNJDP-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-JOB-DEPEND-REC.
           05 JDP-JOBNAME         PIC X(08).
           05 FILLER              PIC X(01).
           05 JDP-START-TIME      PIC X(04).
           05 JDP-START-TIME-R REDEFINES JDP-START-TIME.
              10 JDP-START-HH     PIC 9(02).
              10 JDP-START-MM     PIC 9(02).
           05 FILLER              PIC X(01).
           05 JDP-PRED-AREA.
              10 JDP-PRED OCCURS 6 TIMES.
                 15 JDP-PRED-JOB  PIC X(08).
                 15 FILLER        PIC X(01).
           05 FILLER              PIC X(12).
