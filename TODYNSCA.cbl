       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNSCA.
      *===============================================================
      *     Suite self-cost accounting - what TODYNRUN itself costs
      *     to run, set against the savings it identifies.  Reads
      *     the same SMF type-30 step-end records TODYNSMX reads
      *     (SMFIN), keeps the steps of the suite's own job (PARM
      *     jobname, default TODYNRUN), matches each step to its
      *     TODYNAUD audit record by jobname, program and run date/
      *     time, and totals CPU and elapsed per run, per program
      *     and per month.  Each month is then set against the
      *     savings TODYNSAV had identified by that month's end
      *     (the latest TODYNSVP projection on or before it, its
      *     annual CPU seconds prorated to the days in the month),
      *     so the iteration counts and campaign sizes can be
      *     defended - or trimmed - with numbers.
      *
      *     A run is one execution of the job, told apart by the
      *     JES job number in the identification section; its date
      *     and time are those of its first step.  Steps that write
      *     no audit record (the analysis tail) still count toward
      *     the cost - the match column shows how many steps the
      *     audit trail confirms as the suite's own.  Elapsed is the
      *     sum of step elapsed times.
      *
      *     Type-30 offsets beyond those TODYNSMX documents
      *     (identification section, 1-based): SMF30JNM JES job
      *     number +33, SMF30SIT step initiation time +53.  A step
      *     whose end time is earlier than its start crossed
      *     midnight and started the day before its record date.
      *
      *     RC 8 when SMFIN cannot be read, 4 when it holds no steps
      *     for the job.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SMRSEL.
           COPY AUDSEL.
           COPY SVPSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SMRFD.
           COPY AUDFD.
           COPY SVPFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY SMRWS.
           COPY AUDWS.
           COPY SVPWS.

      *---------------------------------------------------------------
      *    Binary / packed pick-up work areas, as in TODYNSMX - SMF
      *    binary fields are big-endian System/390 binary, which is
      *    what COMP maps to.
      *---------------------------------------------------------------
       01  WS-BIN-WORK.
           05 WS-BIN4-X           PIC X(04).
           05 WS-BIN4 REDEFINES WS-BIN4-X
                                  PIC 9(08)  COMP.
           05 WS-BIN2-X           PIC X(02).
           05 WS-BIN2 REDEFINES WS-BIN2-X
                                  PIC 9(04)  COMP.
           05 WS-PKD4-X           PIC X(04).
           05 WS-PKD4 REDEFINES WS-PKD4-X
                                  PIC 9(07)  COMP-3.

       01  WS-SMF30-FIELDS.
           05 WS-S30-RTY          PIC 9(03)  COMP-5  Value 0.
           05 WS-S30-SUBTYPE      PIC 9(05)  COMP-5  Value 0.
           05 WS-S30-TME-CS       PIC 9(09)  COMP-5  Value 0.
           05 WS-S30-CYYDDD       PIC 9(07)  COMP-5  Value 0.
           05 WS-S30-YYYYDDD      PIC 9(07)          Value 0.
           05 WS-S30-DATE         PIC 9(08)          Value 0.
           05 WS-S30-ID-OFF       PIC 9(09)  COMP-5  Value 0.
           05 WS-S30-PROC-OFF     PIC 9(09)  COMP-5  Value 0.
           05 WS-S30-JOBNAME      PIC X(08)          Value Spaces.
           05 WS-S30-PROGRAM      PIC X(08)          Value Spaces.
           05 WS-S30-JES-ID       PIC X(08)          Value Spaces.
           05 WS-S30-SIT-CS       PIC 9(09)  COMP-5  Value 0.
           05 WS-S30-TCB-CS       PIC 9(09)  COMP-5  Value 0.
           05 WS-S30-SRB-CS       PIC 9(09)  COMP-5  Value 0.
           05 WS-S30-CPU-SECS     PIC 9(09)V9(02) COMP-5 Value 0.
           05 WS-S30-WALL-CS      PIC S9(09) COMP-5  Value 0.
           05 WS-S30-START-DATE   PIC 9(08)          Value 0.

      *---------------------------------------------------------------
      *    The job's steps as read from SMF.
      *---------------------------------------------------------------
       01  WS-SCA-JOBNAME         PIC  X(08)  Value 'TODYNRUN'.
       01  WS-STP-COUNT           PIC  9(04)  COMP-5  Value 0.
       01  WS-STP-TABLE.
           05 WS-STP-ROW OCCURS 3000 TIMES INDEXED BY WS-TX.
              10 WS-STP-JES-ID    PIC X(08).
              10 WS-STP-PROGRAM   PIC X(08).
              10 WS-STP-START-DATE
                                  PIC 9(08).
              10 WS-STP-START-CS  PIC 9(09)      COMP-5.
              10 WS-STP-END-DATE  PIC 9(08).
              10 WS-STP-END-CS    PIC 9(09)      COMP-5.
              10 WS-STP-CPU-SECS  PIC 9(09)V9(02) COMP-5.
              10 WS-STP-WALL-SECS PIC 9(09)V9(02) COMP-5.
              10 WS-STP-AUDITED-SW
                                  PIC X(01).
       01  WS-STP-OVERFLOW-CNT    PIC  9(07)  COMP-5  Value 0.
       01  WS-SCA-LOW-DATE        PIC  9(08)  Value 99999999.

      *---------------------------------------------------------------
      *    The job's audit records over the same dates.
      *---------------------------------------------------------------
       01  WS-AUD-COUNT           PIC  9(04)  COMP-5  Value 0.
       01  WS-AUD-TABLE.
           05 WS-AUD-ROW OCCURS 3000 TIMES INDEXED BY WS-UX.
              10 WS-AUD-PROGRAM   PIC X(08).
              10 WS-AUD-DATE      PIC 9(08).
              10 WS-AUD-CS        PIC 9(09)      COMP-5.
       01  WS-SCA-HHMMSS-X        PIC  X(06)  Value '000000'.
       01  WS-SCA-HHMMSS REDEFINES WS-SCA-HHMMSS-X.
           05 WS-SCA-HH           PIC  9(02).
           05 WS-SCA-MI           PIC  9(02).
           05 WS-SCA-SS           PIC  9(02).
       01  WS-SCA-AUD-CS          PIC  9(09)  COMP-5  Value 0.
       01  WS-SCA-HIT-SW          PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Totals per run, per program and per month.
      *---------------------------------------------------------------
       01  WS-RUN-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-RUN-TABLE.
           05 WS-RUN-ROW OCCURS 400 TIMES INDEXED BY WS-RX.
              10 WS-RUN-JES-ID    PIC X(08).
              10 WS-RUN-DATE      PIC 9(08).
              10 WS-RUN-START-CS  PIC 9(09)      COMP-5.
              10 WS-RUN-STEPS     PIC 9(05)      COMP-5.
              10 WS-RUN-AUDITED   PIC 9(05)      COMP-5.
              10 WS-RUN-CPU-SECS  PIC 9(09)V9(02) COMP-5.
              10 WS-RUN-WALL-SECS PIC 9(09)V9(02) COMP-5.
       01  WS-PGM-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-PGM-TABLE.
           05 WS-PGM-ROW OCCURS 60 TIMES INDEXED BY WS-PX.
              10 WS-PGM-NAME      PIC X(08).
              10 WS-PGM-STEPS     PIC 9(05)      COMP-5.
              10 WS-PGM-AUDITED   PIC 9(05)      COMP-5.
              10 WS-PGM-CPU-SECS  PIC 9(09)V9(02) COMP-5.
              10 WS-PGM-WALL-SECS PIC 9(09)V9(02) COMP-5.
       01  WS-MON-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-MON-TABLE.
           05 WS-MON-ROW OCCURS 36 TIMES INDEXED BY WS-MX.
              10 WS-MON-YYYYMM    PIC 9(06).
              10 WS-MON-RUNS      PIC 9(05)      COMP-5.
              10 WS-MON-CPU-SECS  PIC 9(09)V9(02) COMP-5.
              10 WS-MON-WALL-SECS PIC 9(09)V9(02) COMP-5.
              10 WS-MON-SAVE-YEAR PIC 9(11)V9(02) COMP-5.
              10 WS-MON-SAVE-MON  PIC 9(11)V9(02) COMP-5.
              10 WS-MON-SAVE-DATE PIC X(08).
       01  WS-SCA-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-SCA-HIT-IX          PIC  9(04)  COMP-5  Value 0.
       01  WS-SCA-YYYYMM          PIC  9(06)  Value 0.
       01  WS-SCA-MONTH-WORK.
           05 WS-SCA-MONTH-START  PIC 9(08)  Value 0.
           05 WS-SCA-NEXT-MONTH   PIC 9(08)  Value 0.
           05 WS-SCA-MONTH-END    PIC 9(08)  Value 0.
           05 WS-SCA-MONTH-END-X REDEFINES WS-SCA-MONTH-END
                                  PIC X(08).
           05 WS-SCA-MONTH-DAYS   PIC 9(03)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    TODYNSAV projection totals, one per TODYNSAV run date.
      *---------------------------------------------------------------
       01  WS-SVR-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-SVR-TABLE.
           05 WS-SVR-ROW OCCURS 200 TIMES INDEXED BY WS-VX.
              10 WS-SVR-DATE      PIC X(08).
              10 WS-SVR-TIME      PIC X(06).
              10 WS-SVR-SAVE-YEAR PIC 9(11)V9(02) COMP-5.
       01  WS-SVR-LOADED-SW       PIC  X(01)  Value 'N'.

       01  WS-SCA-TOTALS.
           05 WS-SCA-CPU-TOTAL    PIC 9(11)V9(02) COMP-5  Value 0.
           05 WS-SCA-WALL-TOTAL   PIC 9(11)V9(02) COMP-5  Value 0.
           05 WS-SCA-SAVE-TOTAL   PIC 9(13)V9(02) COMP-5  Value 0.
           05 WS-SCA-NET          PIC S9(13)V9(02) COMP-5 Value 0.
           05 WS-SCA-PCT          PIC 9(07)      COMP-5  Value 0.
       01  WS-SCA-WORST-RC        PIC  9(02)  COMP-5  Value 0.

       01  WS-SHOW-CNT            PIC  ZZ,ZZ9.
       01  WS-SHOW-CNT2           PIC  ZZ,ZZ9.
       01  WS-SHOW-CPU            PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-WALL           PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-SAVE           PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-NET            PIC  -ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-PCT            PIC  ZZZ,ZZ9.
       01  WS-SHOW-TIME           PIC  99B99B99.
       01  WS-SHOW-HHMMSS         PIC  9(06)  Value 0.
       01  WS-SHOW-HHMMSS-X REDEFINES WS-SHOW-HHMMSS
                                  PIC  X(06).
       01  WS-SCA-REM-CS          PIC  9(09)  COMP-5  Value 0.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN > 0 And LS-PARM-LEN <= 8
               Move LS-PARM-TEXT(1:LS-PARM-LEN) To WS-SCA-JOBNAME
           End-If
           Perform Load-Suite-Steps
           If WS-STP-COUNT > 0
               Perform Load-Suite-Audit
               Perform Match-And-Total-Steps
               Perform Load-Savings-History
               Perform Price-Months
           Else
               If WS-SCA-WORST-RC = 0
                   Display '    *** NO ' WS-SCA-JOBNAME ' STEPS IN '
                           'SMFIN - NOTHING TO ACCOUNT FOR ***'
                   Move 4 To WS-SCA-WORST-RC
               End-If
           End-If
           Perform Print-Self-Cost-Report
           Move WS-SCA-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    Keep the type-30 subtype-4 (step end) records of the
      *    suite's own job.
      *--------------------------------------------------------------
       Load-Suite-Steps.
           Open Input SMFIN-FILE
           If WS-SMFIN-STATUS Not = '00'
               Display '    *** SMFIN NOT AVAILABLE (STATUS '
                       WS-SMFIN-STATUS ') - NO SMF DATA TO '
                       'ACCOUNT FROM ***'
               Move 8 To WS-SCA-WORST-RC
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read SMFIN-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Process-SMF-Record
                   End-Read
               End-Perform
               Close SMFIN-FILE
           End-If
           EXIT.


       Process-SMF-Record.
           If WS-SMFIN-LEN < 61
               Continue
           Else
               Compute WS-S30-RTY =
                   Function Ord(WS-SMFIN-REC(2:1)) - 1
               Move WS-SMFIN-REC(19:2) To WS-BIN2-X
               Move WS-BIN2            To WS-S30-SUBTYPE
               If WS-S30-RTY = 30 And WS-S30-SUBTYPE = 4
                   Perform Parse-SMF30-Record
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Same section location and field pick-up as TODYNSMX,
      *    plus the JES job number that tells one run from the
      *    next.
      *--------------------------------------------------------------
       Parse-SMF30-Record.
           Move WS-SMFIN-REC(3:4)  To WS-BIN4-X
           Move WS-BIN4            To WS-S30-TME-CS
           Move WS-SMFIN-REC(7:4)  To WS-PKD4-X
           Move WS-PKD4            To WS-S30-CYYDDD
           Compute WS-S30-YYYYDDD =
               WS-S30-CYYDDD + 1900000
           Compute WS-S30-DATE =
               Function Date-of-Integer(
                   Function Integer-of-Day(WS-S30-YYYYDDD))
           Move WS-SMFIN-REC(29:4) To WS-BIN4-X
           If WS-BIN4 > 4
               Compute WS-S30-ID-OFF = WS-BIN4 - 4
           Else
               Move 0 To WS-S30-ID-OFF
           End-If
           Move WS-SMFIN-REC(53:4) To WS-BIN4-X
           If WS-BIN4 > 4
               Compute WS-S30-PROC-OFF = WS-BIN4 - 4
           Else
               Move 0 To WS-S30-PROC-OFF
           End-If
           If WS-S30-ID-OFF > 0
               And WS-S30-PROC-OFF > 0
               And WS-S30-ID-OFF + 56 <= WS-SMFIN-LEN
               And WS-S30-PROC-OFF + 10 <= WS-SMFIN-LEN
               Move WS-SMFIN-REC(WS-S30-ID-OFF + 1:8)
                   To WS-S30-JOBNAME
               If WS-S30-JOBNAME = WS-SCA-JOBNAME
                   Perform Keep-Suite-Step
               End-If
           End-If
           EXIT.


       Keep-Suite-Step.
           Move WS-SMFIN-REC(WS-S30-ID-OFF + 9:8)  To WS-S30-PROGRAM
           Move WS-SMFIN-REC(WS-S30-ID-OFF + 33:8) To WS-S30-JES-ID
           Move WS-SMFIN-REC(WS-S30-ID-OFF + 53:4) To WS-BIN4-X
           Move WS-BIN4 To WS-S30-SIT-CS
           Move WS-SMFIN-REC(WS-S30-PROC-OFF + 3:4) To WS-BIN4-X
           Move WS-BIN4 To WS-S30-TCB-CS
           Move WS-SMFIN-REC(WS-S30-PROC-OFF + 7:4) To WS-BIN4-X
           Move WS-BIN4 To WS-S30-SRB-CS
           Compute WS-S30-CPU-SECS =
               (WS-S30-TCB-CS + WS-S30-SRB-CS) / 100
           Move WS-S30-DATE To WS-S30-START-DATE
           Compute WS-S30-WALL-CS =
               WS-S30-TME-CS - WS-S30-SIT-CS
           If WS-S30-WALL-CS < 0
               Add 8640000 To WS-S30-WALL-CS
               Compute WS-S30-START-DATE =
                   Function Date-of-Integer(
                       Function Integer-of-Date(WS-S30-DATE) - 1)
           End-If
           If WS-STP-COUNT < 3000
               Add 1 To WS-STP-COUNT
               Set WS-TX To WS-STP-COUNT
               Move WS-S30-JES-ID     To WS-STP-JES-ID(WS-TX)
               Move WS-S30-PROGRAM    To WS-STP-PROGRAM(WS-TX)
               Move WS-S30-START-DATE To WS-STP-START-DATE(WS-TX)
               Move WS-S30-SIT-CS     To WS-STP-START-CS(WS-TX)
               Move WS-S30-DATE       To WS-STP-END-DATE(WS-TX)
               Move WS-S30-TME-CS     To WS-STP-END-CS(WS-TX)
               Move WS-S30-CPU-SECS   To WS-STP-CPU-SECS(WS-TX)
               Compute WS-STP-WALL-SECS(WS-TX) =
                   WS-S30-WALL-CS / 100
               Move 'N'               To WS-STP-AUDITED-SW(WS-TX)
               If WS-S30-START-DATE < WS-SCA-LOW-DATE
                   Move WS-S30-START-DATE To WS-SCA-LOW-DATE
               End-If
           Else
               If WS-STP-OVERFLOW-CNT = 0
                   Display '    *** MORE THAN 3000 ' WS-SCA-JOBNAME
                           ' STEPS IN SMFIN - LATER STEPS NOT '
                           'COUNTED ***'
               End-If
               Add 1 To WS-STP-OVERFLOW-CNT
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The job's audit records from the earliest step date on,
      *    with the run time turned into centiseconds to compare
      *    against the step's start and end.
      *--------------------------------------------------------------
       Load-Suite-Audit.
           Open Input TODYNAUD-FILE
           If WS-AUDFILE-STATUS Not = '00'
               Display '    *** TODYNAUD NOT AVAILABLE (STATUS '
                       WS-AUDFILE-STATUS ') - STEPS CANNOT BE '
                       'MATCHED TO RUNS ***'
           Else
               Move Low-Values      To AUD-KEY
               Move WS-SCA-LOW-DATE To AUD-KEY-DATE
               Move 'N' To WS-EOF-SW
               Start TODYNAUD-FILE Key Not < AUD-KEY
                   Invalid Key
                       Move 'Y' To WS-EOF-SW
               End-Start
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNAUD-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           If AUD-JOBNAME = WS-SCA-JOBNAME
                               And AUD-RUN-DATE Numeric
                               And AUD-RUN-TIME Numeric
                               Perform Keep-Audit-Record
                           End-If
                   End-Read
                   If WS-AUDFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNAUD-FILE
           End-If
           EXIT.


       Keep-Audit-Record.
           If WS-AUD-COUNT < 3000
               Add 1 To WS-AUD-COUNT
               Set WS-UX To WS-AUD-COUNT
               Move AUD-KEY-PROGRAM To WS-AUD-PROGRAM(WS-UX)
               Move AUD-RUN-DATE    To WS-AUD-DATE(WS-UX)
               Move AUD-RUN-TIME    To WS-SCA-HHMMSS-X
               Compute WS-AUD-CS(WS-UX) =
                   (WS-SCA-HH * 360000) + (WS-SCA-MI * 6000)
                 + (WS-SCA-SS * 100)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A step is the suite's own, confirmed, when an audit
      *    record for its program was written between its start and
      *    its end (to the second).  Every step then adds to its
      *    run, its program and its month.
      *--------------------------------------------------------------
       Match-And-Total-Steps.
           Perform Varying WS-TX From 1 By 1
                   Until WS-TX > WS-STP-COUNT
               Perform Match-One-Step
               Perform Total-One-Step
           End-Perform
           EXIT.


       Match-One-Step.
           Move 'N' To WS-SCA-HIT-SW
           Perform Varying WS-UX From 1 By 1
                   Until WS-UX > WS-AUD-COUNT
               If WS-AUD-PROGRAM(WS-UX) = WS-STP-PROGRAM(WS-TX)
                   Perform Check-Audit-In-Step
                   If WS-SCA-HIT-SW = 'Y'
                       Set WS-UX To WS-AUD-COUNT
                   End-If
               End-If
           End-Perform
           Move WS-SCA-HIT-SW To WS-STP-AUDITED-SW(WS-TX)
           EXIT.


       Check-Audit-In-Step.
           Evaluate True
               When WS-STP-START-DATE(WS-TX) = WS-STP-END-DATE(WS-TX)
                   If WS-AUD-DATE(WS-UX) = WS-STP-END-DATE(WS-TX)
                       And WS-AUD-CS(WS-UX) + 100 >=
                           WS-STP-START-CS(WS-TX)
                       And WS-AUD-CS(WS-UX) <=
                           WS-STP-END-CS(WS-TX) + 100
                       Move 'Y' To WS-SCA-HIT-SW
                   End-If
               When WS-AUD-DATE(WS-UX) = WS-STP-START-DATE(WS-TX)
                   If WS-AUD-CS(WS-UX) + 100 >=
                           WS-STP-START-CS(WS-TX)
                       Move 'Y' To WS-SCA-HIT-SW
                   End-If
               When WS-AUD-DATE(WS-UX) = WS-STP-END-DATE(WS-TX)
                   If WS-AUD-CS(WS-UX) <=
                           WS-STP-END-CS(WS-TX) + 100
                       Move 'Y' To WS-SCA-HIT-SW
                   End-If
               When Other
                   Continue
           End-Evaluate
           EXIT.


       Total-One-Step.
           Add WS-STP-CPU-SECS(WS-TX)  To WS-SCA-CPU-TOTAL
           Add WS-STP-WALL-SECS(WS-TX) To WS-SCA-WALL-TOTAL
           Perform Find-Or-Add-Run
           If WS-SCA-FOUND-SW Not = 'X'
               Add 1 To WS-RUN-STEPS(WS-RX)
               Add WS-STP-CPU-SECS(WS-TX)  To WS-RUN-CPU-SECS(WS-RX)
               Add WS-STP-WALL-SECS(WS-TX) To WS-RUN-WALL-SECS(WS-RX)
               If WS-STP-AUDITED-SW(WS-TX) = 'Y'
                   Add 1 To WS-RUN-AUDITED(WS-RX)
               End-If
           End-If
           Perform Find-Or-Add-Program
           If WS-SCA-FOUND-SW Not = 'X'
               Add 1 To WS-PGM-STEPS(WS-PX)
               Add WS-STP-CPU-SECS(WS-TX)  To WS-PGM-CPU-SECS(WS-PX)
               Add WS-STP-WALL-SECS(WS-TX) To WS-PGM-WALL-SECS(WS-PX)
               If WS-STP-AUDITED-SW(WS-TX) = 'Y'
                   Add 1 To WS-PGM-AUDITED(WS-PX)
               End-If
           End-If
           Compute WS-SCA-YYYYMM = WS-STP-START-DATE(WS-TX) / 100
           Perform Find-Or-Add-Month
           If WS-SCA-FOUND-SW Not = 'X'
               Add WS-STP-CPU-SECS(WS-TX)  To WS-MON-CPU-SECS(WS-MX)
               Add WS-STP-WALL-SECS(WS-TX) To WS-MON-WALL-SECS(WS-MX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A run is dated by its earliest step; the month it is
      *    counted in follows that date.
      *--------------------------------------------------------------
       Find-Or-Add-Run.
           Move 'N' To WS-SCA-FOUND-SW
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX > WS-RUN-COUNT
               If WS-RUN-JES-ID(WS-RX) = WS-STP-JES-ID(WS-TX)
                   Move 'Y' To WS-SCA-FOUND-SW
                   Set WS-SCA-HIT-IX To WS-RX
                   Set WS-RX To WS-RUN-COUNT
               End-If
           End-Perform
           If WS-SCA-FOUND-SW = 'Y'
               Set WS-RX To WS-SCA-HIT-IX
           End-If
           Evaluate True
               When WS-SCA-FOUND-SW = 'Y'
                   If WS-STP-START-DATE(WS-TX) < WS-RUN-DATE(WS-RX)
                       Or (WS-STP-START-DATE(WS-TX) =
                           WS-RUN-DATE(WS-RX)
                       And WS-STP-START-CS(WS-TX) <
                           WS-RUN-START-CS(WS-RX))
                       Move WS-STP-START-DATE(WS-TX)
                           To WS-RUN-DATE(WS-RX)
                       Move WS-STP-START-CS(WS-TX)
                           To WS-RUN-START-CS(WS-RX)
                   End-If
               When WS-RUN-COUNT < 400
                   Add 1 To WS-RUN-COUNT
                   Set WS-RX To WS-RUN-COUNT
                   Initialize WS-RUN-ROW(WS-RX)
                   Move WS-STP-JES-ID(WS-TX) To WS-RUN-JES-ID(WS-RX)
                   Move WS-STP-START-DATE(WS-TX)
                       To WS-RUN-DATE(WS-RX)
                   Move WS-STP-START-CS(WS-TX)
                       To WS-RUN-START-CS(WS-RX)
               When Other
                   Move 'X' To WS-SCA-FOUND-SW
           End-Evaluate
           EXIT.


       Find-Or-Add-Program.
           Move 'N' To WS-SCA-FOUND-SW
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > WS-PGM-COUNT
               If WS-PGM-NAME(WS-PX) = WS-STP-PROGRAM(WS-TX)
                   Move 'Y' To WS-SCA-FOUND-SW
                   Set WS-SCA-HIT-IX To WS-PX
                   Set WS-PX To WS-PGM-COUNT
               End-If
           End-Perform
           If WS-SCA-FOUND-SW = 'Y'
               Set WS-PX To WS-SCA-HIT-IX
           End-If
           If WS-SCA-FOUND-SW = 'N'
               If WS-PGM-COUNT < 60
                   Add 1 To WS-PGM-COUNT
                   Set WS-PX To WS-PGM-COUNT
                   Initialize WS-PGM-ROW(WS-PX)
                   Move WS-STP-PROGRAM(WS-TX) To WS-PGM-NAME(WS-PX)
               Else
                   Move 'X' To WS-SCA-FOUND-SW
               End-If
           End-If
           EXIT.


       Find-Or-Add-Month.
           Move 'N' To WS-SCA-FOUND-SW
           Perform Varying WS-MX From 1 By 1
                   Until WS-MX > WS-MON-COUNT
               If WS-MON-YYYYMM(WS-MX) = WS-SCA-YYYYMM
                   Move 'Y' To WS-SCA-FOUND-SW
                   Set WS-SCA-HIT-IX To WS-MX
                   Set WS-MX To WS-MON-COUNT
               End-If
           End-Perform
           If WS-SCA-FOUND-SW = 'Y'
               Set WS-MX To WS-SCA-HIT-IX
           End-If
           If WS-SCA-FOUND-SW = 'N'
               If WS-MON-COUNT < 36
                   Add 1 To WS-MON-COUNT
                   Set WS-MX To WS-MON-COUNT
                   Initialize WS-MON-ROW(WS-MX)
                   Move WS-SCA-YYYYMM To WS-MON-YYYYMM(WS-MX)
               Else
                   Move 'X' To WS-SCA-FOUND-SW
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    TODYNSAV's projection history, summed per run date - the
      *    annual CPU seconds identified by each TODYNSAV run.  A
      *    rerun on the same day appends a second full set of rows,
      *    so only the rows of the date's latest run stamp count:
      *    a later stamp starts the date's total again, an earlier
      *    one is passed over.
      *--------------------------------------------------------------
       Load-Savings-History.
           Open Input TODYNSVP-FILE
           If WS-SVPFILE-STATUS Not = '00'
               Display '    *** TODYNSVP NOT AVAILABLE (STATUS '
                       WS-SVPFILE-STATUS ') - NO SAVINGS TO SET '
                       'THE COST AGAINST ***'
           Else
               Move 'Y' To WS-SVR-LOADED-SW
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNSVP-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Fold-One-Projection
                   End-Read
               End-Perform
               Close TODYNSVP-FILE
           End-If
           EXIT.


       Fold-One-Projection.
           Move 'N' To WS-SCA-FOUND-SW
           Perform Varying WS-VX From 1 By 1
                   Until WS-VX > WS-SVR-COUNT
               If WS-SVR-DATE(WS-VX) = SVP-RUN-DATE
                   Move 'Y' To WS-SCA-FOUND-SW
                   Set WS-SCA-HIT-IX To WS-VX
                   Set WS-VX To WS-SVR-COUNT
               End-If
           End-Perform
           If WS-SCA-FOUND-SW = 'Y'
               Set WS-VX To WS-SCA-HIT-IX
               Evaluate True
                   When SVP-RUN-TIME > WS-SVR-TIME(WS-VX)
                       Move SVP-RUN-TIME To WS-SVR-TIME(WS-VX)
                       Move 0            To WS-SVR-SAVE-YEAR(WS-VX)
                   When SVP-RUN-TIME < WS-SVR-TIME(WS-VX)
                       Move 'X' To WS-SCA-FOUND-SW
                   When Other
                       Continue
               End-Evaluate
           End-If
           If WS-SCA-FOUND-SW = 'N' And WS-SVR-COUNT < 200
               Add 1 To WS-SVR-COUNT
               Set WS-VX To WS-SVR-COUNT
               Move SVP-RUN-DATE To WS-SVR-DATE(WS-VX)
               Move SVP-RUN-TIME To WS-SVR-TIME(WS-VX)
               Move 0            To WS-SVR-SAVE-YEAR(WS-VX)
               Move 'Y' To WS-SCA-FOUND-SW
           End-If
           If WS-SCA-FOUND-SW = 'Y' And SVP-SAVE-YEAR Numeric
               Add SVP-SAVE-YEAR To WS-SVR-SAVE-YEAR(WS-VX)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Each month's savings: the latest TODYNSAV total on or
      *    before the month's last day, prorated from a year to the
      *    days in the month.
      *--------------------------------------------------------------
       Price-Months.
           Perform Varying WS-MX From 1 By 1
                   Until WS-MX > WS-MON-COUNT
               Compute WS-SCA-MONTH-START =
                   WS-MON-YYYYMM(WS-MX) * 100 + 1
               If WS-MON-YYYYMM(WS-MX)(5:2) = '12'
                   Compute WS-SCA-NEXT-MONTH =
                       (WS-MON-YYYYMM(WS-MX) + 89) * 100 + 1
               Else
                   Compute WS-SCA-NEXT-MONTH =
                       (WS-MON-YYYYMM(WS-MX) + 1) * 100 + 1
               End-If
               Compute WS-SCA-MONTH-DAYS =
                   Function Integer-of-Date(WS-SCA-NEXT-MONTH)
                 - Function Integer-of-Date(WS-SCA-MONTH-START)
               Compute WS-SCA-MONTH-END =
                   Function Date-of-Integer(
                       Function Integer-of-Date(WS-SCA-NEXT-MONTH)
                     - 1)
               Move Spaces To WS-MON-SAVE-DATE(WS-MX)
               Perform Varying WS-VX From 1 By 1
                       Until WS-VX > WS-SVR-COUNT
                   If WS-SVR-DATE(WS-VX) Not > WS-SCA-MONTH-END-X
                       And WS-SVR-DATE(WS-VX) >
                           WS-MON-SAVE-DATE(WS-MX)
                       Move WS-SVR-DATE(WS-VX)
                           To WS-MON-SAVE-DATE(WS-MX)
                       Move WS-SVR-SAVE-YEAR(WS-VX)
                           To WS-MON-SAVE-YEAR(WS-MX)
                   End-If
               End-Perform
               Compute WS-MON-SAVE-MON(WS-MX) Rounded =
                   WS-MON-SAVE-YEAR(WS-MX) * WS-SCA-MONTH-DAYS / 365
               Add WS-MON-SAVE-MON(WS-MX) To WS-SCA-SAVE-TOTAL
           End-Perform
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX > WS-RUN-COUNT
               Compute WS-SCA-YYYYMM = WS-RUN-DATE(WS-RX) / 100
               Perform Find-Or-Add-Month
               If WS-SCA-FOUND-SW = 'Y'
                   Add 1 To WS-MON-RUNS(WS-MX)
               End-If
           End-Perform
           EXIT.


       Print-Self-Cost-Report.
           Display ' '
           Display 'TODYNSCA BENCHMARK SUITE SELF-COST ACCOUNTING'
           Display '=================================================='
           Display '  Job accounted for . . . . . . . . : '
                   WS-SCA-JOBNAME
           Move WS-STP-COUNT To WS-SHOW-CNT
           Display '  Steps read from SMF . . . . . . . : '
                   WS-SHOW-CNT
           Move WS-AUD-COUNT To WS-SHOW-CNT
           Display '  Audit records for the job . . . . : '
                   WS-SHOW-CNT
           Display ' '
           Display ' PER RUN'
           Display '  RUN DATE  START     JES ID    STEPS AUDITED'
                   '     CPU SECONDS  ELAPSED SECONDS'
           Display ' ---------------------------------------------'
                   '-------------------------------------'
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX > WS-RUN-COUNT
               Perform Print-One-Run
           End-Perform
           Display ' '
           Display ' PER PROGRAM'
           Display '  PROGRAM   STEPS AUDITED     CPU SECONDS'
                   '  ELAPSED SECONDS'
           Display ' ---------------------------------------------'
                   '-------------------------------------'
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > WS-PGM-COUNT
               Perform Print-One-Program
           End-Perform
           Display ' '
           Display ' PER MONTH AGAINST SAVINGS IDENTIFIED'
           Display '  MONTH    RUNS     CPU SECONDS  ELAPSED SECONDS'
                   '  SAVINGS CPU SEC  NET CPU SECONDS  COST %'
           Display ' ---------------------------------------------'
                   '---------------------------------------------'
                   '---------'
           Perform Varying WS-MX From 1 By 1
                   Until WS-MX > WS-MON-COUNT
               Perform Print-One-Month
           End-Perform
           Display ' ---------------------------------------------'
                   '---------------------------------------------'
                   '---------'
           Move WS-SCA-CPU-TOTAL  To WS-SHOW-CPU
           Move WS-SCA-WALL-TOTAL To WS-SHOW-WALL
           Move WS-SCA-SAVE-TOTAL To WS-SHOW-SAVE
           Compute WS-SCA-NET = WS-SCA-SAVE-TOTAL - WS-SCA-CPU-TOTAL
           Move WS-SCA-NET        To WS-SHOW-NET
           Move 0 To WS-SCA-PCT
           If WS-SCA-SAVE-TOTAL > 0
               Compute WS-SCA-PCT Rounded =
                   WS-SCA-CPU-TOTAL * 100 / WS-SCA-SAVE-TOTAL
           End-If
           Move WS-SCA-PCT To WS-SHOW-PCT
           Display '  TOTAL          ' WS-SHOW-CPU '   ' WS-SHOW-WALL
                   '   ' WS-SHOW-SAVE '  ' WS-SHOW-NET ' '
                   WS-SHOW-PCT
           If WS-SVR-LOADED-SW = 'N'
               Display '  *** NO TODYNSVP HISTORY - SAVINGS SHOWN AS'
                       ' ZERO ***'
           End-If
           Display '  COST % is suite CPU as a percentage of the'
                   ' CPU its identified savings recover.'
           Display '=================================================='
           EXIT.


       Print-One-Run.
           Divide WS-RUN-START-CS(WS-RX) By 360000
               Giving WS-SCA-HH Remainder WS-SCA-REM-CS
           Divide WS-SCA-REM-CS By 6000
               Giving WS-SCA-MI Remainder WS-SCA-REM-CS
           Divide WS-SCA-REM-CS By 100 Giving WS-SCA-SS
           Move WS-SCA-HHMMSS-X To WS-SHOW-HHMMSS-X
           Move WS-SHOW-HHMMSS To WS-SHOW-TIME
           Move WS-RUN-CPU-SECS(WS-RX)  To WS-SHOW-CPU
           Move WS-RUN-WALL-SECS(WS-RX) To WS-SHOW-WALL
           Move WS-RUN-STEPS(WS-RX)     To WS-SHOW-CNT
           Move WS-RUN-AUDITED(WS-RX)   To WS-SHOW-CNT2
           Display '  ' WS-RUN-DATE(WS-RX) '  ' WS-SHOW-TIME '  '
                   WS-RUN-JES-ID(WS-RX) WS-SHOW-CNT ' ' WS-SHOW-CNT2
                   '  ' WS-SHOW-CPU '   ' WS-SHOW-WALL
           EXIT.


       Print-One-Program.
           Move WS-PGM-CPU-SECS(WS-PX)  To WS-SHOW-CPU
           Move WS-PGM-WALL-SECS(WS-PX) To WS-SHOW-WALL
           Move WS-PGM-STEPS(WS-PX)     To WS-SHOW-CNT
           Move WS-PGM-AUDITED(WS-PX)   To WS-SHOW-CNT2
           Display '  ' WS-PGM-NAME(WS-PX) WS-SHOW-CNT ' '
                   WS-SHOW-CNT2 '  ' WS-SHOW-CPU '   ' WS-SHOW-WALL
           EXIT.


       Print-One-Month.
           Move WS-MON-CPU-SECS(WS-MX)  To WS-SHOW-CPU
           Move WS-MON-WALL-SECS(WS-MX) To WS-SHOW-WALL
           Move WS-MON-SAVE-MON(WS-MX)  To WS-SHOW-SAVE
           Compute WS-SCA-NET =
               WS-MON-SAVE-MON(WS-MX) - WS-MON-CPU-SECS(WS-MX)
           Move WS-SCA-NET To WS-SHOW-NET
           Move 0 To WS-SCA-PCT
           If WS-MON-SAVE-MON(WS-MX) > 0
               Compute WS-SCA-PCT Rounded =
                   WS-MON-CPU-SECS(WS-MX) * 100
                 / WS-MON-SAVE-MON(WS-MX)
           End-If
           Move WS-SCA-PCT To WS-SHOW-PCT
           Move WS-MON-RUNS(WS-MX) To WS-SHOW-CNT
           Display '  ' WS-MON-YYYYMM(WS-MX) '  ' WS-SHOW-CNT '  '
                   WS-SHOW-CPU '   ' WS-SHOW-WALL '   ' WS-SHOW-SAVE
                   '  ' WS-SHOW-NET ' ' WS-SHOW-PCT
           EXIT.
