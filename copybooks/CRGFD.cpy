      *===============================================================
      *    FD and record layout for the recompile change register.
      *    One record per caller recompiled NODYNAM for a module:
      *    the change ticket, the production job that runs the
      *    caller (spaces when it runs in many - the verification
      *    then takes the module's volume from every job), and the
      *    projection copied from the TODYNSAV run that justified
      *    the change - annual CPU seconds, calls per day and the
      *    per-call saving, with that run's date.  COPY into FILE
      *    SECTION.
      *===============================================================
       FD  TODYNCRG-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-CHANGE-REC.
           05 CRG-KEY.
              10 CRG-CALLER       PIC X(08).
              10 CRG-MODULE       PIC X(08).
              10 CRG-RECOMPILE-DATE
                                  PIC X(08).
           05 CRG-TICKET          PIC X(12).
           05 CRG-JOBNAME         PIC X(08).
           05 CRG-PROJ-SAVE-YEAR  PIC 9(11)V9(02).
           05 CRG-PROJ-CALLS-DAY  PIC 9(09)V9(02).
           05 CRG-PROJ-DELTA      PIC 9(03)V9(06).
           05 CRG-PROJ-RUN-DATE   PIC X(08).
           05 CRG-ENTRY-USER      PIC X(08).
           05 CRG-ENTRY-DATE      PIC X(08).
           05 FILLER              PIC X(19).
