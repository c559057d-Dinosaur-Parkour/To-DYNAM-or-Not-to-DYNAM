       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNBCP.
      *===============================================================
      *     Batch critical-path impact simulator.  TODYNSAV answers
      *     "how much CPU does a recompile save"; operations asks
      *     "does it finish the nightly window any earlier".  A
      *     recompile only moves the window if the elapsed time it
      *     saves falls on the critical path, so this program lays
      *     the window out twice - as it runs today and with the
      *     proposed recompiles in - and says which ones move it.
      *
      *     Inputs:
      *       TODYNJDP  the job network - each job's typical start
      *                 time and the jobs it waits on (JDPFD.cpy)
      *       TODYNSMF  per job/module/day elapsed time and call
      *                 counts (TODYNSMX) - a job's elapsed is its
      *                 modules' apportioned elapsed summed, averaged
      *                 over the days the job ran; each module's
      *                 calls per day likewise
      *       TODYNRES  the per-call wall-time delta between a
      *                 dynamic and a static call - the A31BR14 stub
      *                 pair TODYNSAV takes its CPU delta from
      *                 (TODYNAM1-5 against TODYNAM6), taken here on
      *                 RR-WALL-DIFF instead
      *       TODYNPRP  the modules proposed for recompile; absent
      *                 or empty means every module the network's
      *                 jobs call, the ceiling of what recompiling
      *                 could buy
      *     A recompile of a module takes (calls per day x wall
      *     delta) off the elapsed time of every job calling it.
      *     Every call is taken to change from dynamic to static -
      *     TODYNSAV's call-site scoping is not repeated, so propose
      *     the modules whose callers the campaign really changes.
      *
      *     Schedule: a job starts at the later of its typical start
      *     time and the end of its last predecessor, and ends its
      *     elapsed time later.  The latest end is the end of the
      *     batch; walking back from that job through whichever
      *     predecessor held each job up gives the critical path.
      *     PARM='HHMM' is the window opening (default 1800): start
      *     times earlier than it are taken as the next morning, and
      *     a job with neither a start time nor predecessors starts
      *     at the opening.
      *
      *     Report: every job's start/end before and after, the
      *     critical path both ways, the projected end of batch, and
      *     per proposed recompile - alone, against today's window -
      *     the elapsed minutes it saves and the minutes it brings
      *     the end of batch forward, largest first.
      *
      *     RC 0 clean, RC 4 when some job had no TODYNSMF elapsed
      *     (taken as zero), named a predecessor not in the network,
      *     or a proposed module is called by no job, RC 8 when the
      *     network, the history or the delta is missing or the
      *     network has a dependency loop.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY JDPSEL.
           COPY PRPSEL.
           COPY SMFSEL.
           COPY RESSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY JDPFD.
           COPY PRPFD.
           COPY SMFFD.
           COPY RESFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY JDPWS.
           COPY PRPWS.
           COPY SMFWS.
           COPY RESWS.

      *---------------------------------------------------------------
      *    The job network.  Times are minutes from midnight of the
      *    night the window opens (so 02:30 next morning is 1590).
      *    Predecessors are held by name as read and resolved to
      *    table rows once the whole network is in.
      *---------------------------------------------------------------
       01  WS-JOB-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ROW OCCURS 200 TIMES.
              10 WS-JOB-NAME      PIC X(08).
              10 WS-JOB-HAS-START PIC X(01).
              10 WS-JOB-START-MIN PIC 9(05)      COMP-5.
              10 WS-JOB-PRED-CNT  PIC 9(02)      COMP-5.
              10 WS-JOB-PRED OCCURS 12 TIMES.
                 15 WS-JOB-PRED-NAME
                                  PIC X(08).
                 15 WS-JOB-PRED-IX
                                  PIC 9(03)      COMP-5.
      *       Elapsed from TODYNSMF: total seconds over the days
      *       the job ran, and the per-day average in minutes.
              10 WS-JOB-WALL-SECS PIC 9(11)V9(02) COMP-5.
              10 WS-JOB-DAYS      PIC 9(03)      COMP-5.
              10 WS-JOB-ELAPSED   PIC 9(05)V9(04) COMP-5.
      *       Minutes a day the recompiles take off the job - all
      *       proposed together, and the one being simulated alone.
              10 WS-JOB-SAVE-ALL  PIC 9(05)V9(04) COMP-5.
              10 WS-JOB-SAVE-ONE  PIC 9(05)V9(04) COMP-5.
      *       Schedule pass work fields.
              10 WS-JOB-DONE-SW   PIC X(01).
              10 WS-JOB-START     PIC 9(05)V9(04) COMP-5.
              10 WS-JOB-FINISH    PIC 9(05)V9(04) COMP-5.
              10 WS-JOB-DRIVER    PIC 9(03)      COMP-5.
      *       Results kept for the report.
              10 WS-JOB-START-BEFORE
                                  PIC 9(05)V9(04) COMP-5.
              10 WS-JOB-FIN-BEFORE
                                  PIC 9(05)V9(04) COMP-5.
              10 WS-JOB-START-AFTER
                                  PIC 9(05)V9(04) COMP-5.
              10 WS-JOB-FIN-AFTER PIC 9(05)V9(04) COMP-5.
              10 WS-JOB-CP-BEFORE PIC X(01).
              10 WS-JOB-CP-AFTER  PIC X(01).
       01  WS-JX                  PIC  9(03)  COMP-5  Value 0.
       01  WS-JX2                 PIC  9(03)  COMP-5  Value 0.
       01  WS-PX                  PIC  9(02)  COMP-5  Value 0.
       01  WS-JOB-HIT             PIC  9(03)  COMP-5  Value 0.
       01  WS-JOB-LOOK-NAME       PIC  X(08)  Value Spaces.

      *---------------------------------------------------------------
      *    Distinct days each job ran (TODYNSMF is one row per
      *    job/module/day, so a job/day shows up once per module).
      *---------------------------------------------------------------
       01  WS-JDY-COUNT           PIC  9(04)  COMP-5  Value 0.
       01  WS-JDY-TABLE.
           05 WS-JDY-ROW OCCURS 4000 TIMES.
              10 WS-JDY-JOB-IX    PIC 9(03)      COMP-5.
              10 WS-JDY-DATE      PIC X(08).
       01  WS-JDY-IX              PIC  9(04)  COMP-5  Value 0.
       01  WS-JDY-FOUND-SW        PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Calls per job/module - totals as read, per day once the
      *    job's day count is known.
      *---------------------------------------------------------------
       01  WS-JMC-COUNT           PIC  9(04)  COMP-5  Value 0.
       01  WS-JMC-TABLE.
           05 WS-JMC-ROW OCCURS 800 TIMES.
              10 WS-JMC-JOB-IX    PIC 9(03)      COMP-5.
              10 WS-JMC-MODULE    PIC X(08).
              10 WS-JMC-CALLS     PIC 9(12)      COMP-5.
              10 WS-JMC-CALLS-DAY PIC 9(10)V9(02) COMP-5.
       01  WS-MX                  PIC  9(04)  COMP-5  Value 0.
       01  WS-JMC-HIT             PIC  9(04)  COMP-5  Value 0.
       01  WS-BCP-OVERFLOW-SW     PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    The proposed recompiles and what each buys on its own.
      *---------------------------------------------------------------
       01  WS-PRP-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-PRP-TABLE.
           05 WS-PRP-ROW OCCURS 60 TIMES.
              10 WS-PRP-MODULE    PIC X(08).
              10 WS-PRP-CALLS-DAY PIC 9(10)V9(02) COMP-5.
              10 WS-PRP-SAVE-MIN  PIC 9(05)V9(04) COMP-5.
              10 WS-PRP-CP-JOBS   PIC 9(03)      COMP-5.
              10 WS-PRP-GAIN-MIN  PIC S9(05)V9(04) COMP-5.
       01  WS-RX                  PIC  9(03)  COMP-5  Value 0.
       01  WS-RX2                 PIC  9(03)  COMP-5  Value 0.
       01  WS-PRP-HIT             PIC  9(03)  COMP-5  Value 0.
       01  WS-PRP-LOOK-MODULE     PIC  X(08)  Value Spaces.
       01  WS-PRP-FROM-FILE-SW    PIC  X(01)  Value 'N'.
       01  WS-PRP-SWAP.
           05 WS-PRP-SWAP-MODULE  PIC X(08).
           05 WS-PRP-SWAP-CALLS   PIC 9(10)V9(02) COMP-5.
           05 WS-PRP-SWAP-SAVE    PIC 9(05)V9(04) COMP-5.
           05 WS-PRP-SWAP-CP      PIC 9(03)      COMP-5.
           05 WS-PRP-SWAP-GAIN    PIC S9(05)V9(04) COMP-5.

      *---------------------------------------------------------------
      *    Per-call wall delta - dynamic (A31BR14 through TODYNAM1-5)
      *    against static (TODYNAM6).  Wall times per call run to
      *    fractions of a microsecond, hence the twelve decimals.
      *---------------------------------------------------------------
       01  WS-BCP-DELTA-ITEMS.
           05 WS-DYN-WALL-SUM     PIC 9(06)V9(12) COMP-5  Value 0.
           05 WS-DYN-CNT          PIC 9(07)       COMP-5  Value 0.
           05 WS-NODYN-WALL-SUM   PIC 9(06)V9(12) COMP-5  Value 0.
           05 WS-NODYN-CNT        PIC 9(07)       COMP-5  Value 0.
           05 WS-DYN-WALL-AVG     PIC 9(06)V9(12) COMP-5  Value 0.
           05 WS-NODYN-WALL-AVG   PIC 9(06)V9(12) COMP-5  Value 0.
           05 WS-WALL-DELTA       PIC S9(06)V9(12) COMP-5 Value 0.
           05 WS-PER-CALL-WALL    PIC 9(06)V9(12) COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Schedule pass controls.  WS-SIM-MODE says which elapsed
      *    the pass runs on: 'B' as today, 'A' with every proposed
      *    recompile in, 'O' with the one in WS-JOB-SAVE-ONE.
      *---------------------------------------------------------------
       01  WS-SIM-MODE            PIC  X(01)  Value 'B'.
       01  WS-SIM-PROGRESS-SW     PIC  X(01)  Value 'N'.
       01  WS-SIM-DONE-CNT        PIC  9(03)  COMP-5  Value 0.
       01  WS-SIM-READY-SW        PIC  X(01)  Value 'N'.
       01  WS-SIM-READY           PIC  9(05)V9(04) COMP-5  Value 0.
       01  WS-SIM-ELAPSED         PIC  9(05)V9(04) COMP-5  Value 0.
       01  WS-SIM-END             PIC  9(05)V9(04) COMP-5  Value 0.
       01  WS-SIM-LAST-JOB        PIC  9(03)  COMP-5  Value 0.
       01  WS-END-BEFORE          PIC  9(05)V9(04) COMP-5  Value 0.
       01  WS-END-AFTER           PIC  9(05)V9(04) COMP-5  Value 0.
       01  WS-LAST-BEFORE         PIC  9(03)  COMP-5  Value 0.
       01  WS-LAST-AFTER          PIC  9(03)  COMP-5  Value 0.
       01  WS-CP-WALK             PIC  9(03)  COMP-5  Value 0.
       01  WS-CP-STEPS            PIC  9(03)  COMP-5  Value 0.
       01  WS-CP-ORDER.
           05 WS-CP-JOB-IX OCCURS 200 TIMES
                                  PIC 9(03)      COMP-5.
       01  WS-CP-SIDE             PIC  X(01)  Value 'B'.

      *---------------------------------------------------------------
      *    Window opening (PARM) and clock display work fields.
      *---------------------------------------------------------------
       01  WS-BCP-OPEN-X          PIC  X(04)  Value '1800'.
       01  WS-BCP-OPEN-R REDEFINES WS-BCP-OPEN-X.
           05 WS-BCP-OPEN-HH      PIC  9(02).
           05 WS-BCP-OPEN-MM      PIC  9(02).
       01  WS-BCP-OPEN-MIN        PIC  9(05)  COMP-5  Value 1080.
       01  WS-CLK-MIN             PIC  9(05)V9(04) COMP-5  Value 0.
       01  WS-CLK-WHOLE           PIC  9(05)  COMP-5  Value 0.
       01  WS-CLK-DAY             PIC  9(01)  Value 0.
       01  WS-CLK-REM             PIC  9(05)  COMP-5  Value 0.
       01  WS-CLK-HH              PIC  9(02)  Value 0.
       01  WS-CLK-MM              PIC  9(02)  Value 0.
       01  WS-CLK-SHOW            PIC  X(08)  Value Spaces.
       01  WS-CLK-SHOW-2          PIC  X(08)  Value Spaces.
       01  WS-CLK-SHOW-3          PIC  X(08)  Value Spaces.
       01  WS-CLK-SHOW-4          PIC  X(08)  Value Spaces.

       01  WS-BCP-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-BCP-NO-SMF-CNT      PIC  9(03)  COMP-5  Value 0.
       01  WS-BCP-BAD-PRED-CNT    PIC  9(03)  COMP-5  Value 0.
       01  WS-BCP-IDLE-PRP-CNT    PIC  9(03)  COMP-5  Value 0.
       01  WS-BCP-SAVE-SECS       PIC  9(09)V9(06) COMP-5  Value 0.

       01  WS-SHOW-MIN            PIC  ZZ,ZZ9.99.
       01  WS-SHOW-MIN-2          PIC  ZZ,ZZ9.99.
       01  WS-SHOW-GAIN           PIC  -Z,ZZ9.99.
       01  WS-SHOW-CALLS          PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-DELTA          PIC  -ZZ9.9(9).
       01  WS-SHOW-WALL           PIC  ZZ9.9(9).
       01  WS-SHOW-CNT            PIC  ZZ9.
       01  WS-SHOW-CP             PIC  X(02)  Value Spaces.
       01  WS-SHOW-CP-2           PIC  X(02)  Value Spaces.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN >= 4
               If LS-PARM-TEXT(1:4) Numeric
                   Move LS-PARM-TEXT(1:4) To WS-BCP-OPEN-X
               End-If
           End-If
           If WS-BCP-OPEN-HH > 23 Or WS-BCP-OPEN-MM > 59
               Move '1800' To WS-BCP-OPEN-X
           End-If
           Compute WS-BCP-OPEN-MIN =
               (WS-BCP-OPEN-HH * 60) + WS-BCP-OPEN-MM
           Perform Load-Job-Network
           If WS-BCP-WORST-RC < 8
               Perform Load-Wall-Delta
           End-If
           If WS-BCP-WORST-RC < 8
               Perform Load-SMF-Elapsed
           End-If
           If WS-BCP-WORST-RC < 8
               Perform Load-Proposals
               Perform Derive-Job-Savings
               Perform Simulate-Before-After
           End-If
           If WS-BCP-WORST-RC < 8
               Perform Simulate-Each-Recompile
               Perform Print-Simulation-Report
           End-If
           Move WS-BCP-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    Read the job network and resolve each predecessor name
      *    to its row.
      *--------------------------------------------------------------
       Load-Job-Network.
           Open Input TODYNJDP-FILE
           If WS-JDPFILE-STATUS Not = '00'
               Display '    *** TODYNJDP NOT AVAILABLE (STATUS '
                       WS-JDPFILE-STATUS ') - NO JOB NETWORK TO '
                       'SIMULATE ***'
               Move 8 To WS-BCP-WORST-RC
           Else
               Move 'N' To WS-JDP-EOF-SW
               Perform Until WS-JDP-EOF-SW = 'Y'
                   Read TODYNJDP-FILE
                       At End
                           Move 'Y' To WS-JDP-EOF-SW
                       Not At End
                           If JDP-JOBNAME Not = Spaces
                               And JDP-JOBNAME(1:1) Not = '*'
                               Perform Add-Network-Record
                           End-If
                   End-Read
               End-Perform
               Close TODYNJDP-FILE
               If WS-JOB-COUNT = 0
                   Display '    *** TODYNJDP HOLDS NO JOBS - NOTHING '
                           'TO SIMULATE ***'
                   Move 8 To WS-BCP-WORST-RC
               Else
                   Perform Resolve-Predecessors
               End-If
           End-If
           EXIT.


       Add-Network-Record.
           Move JDP-JOBNAME To WS-JOB-LOOK-NAME
           Perform Find-Job
           If WS-JOB-HIT = 0
               If WS-JOB-COUNT < 200
                   Add 1 To WS-JOB-COUNT
                   Move WS-JOB-COUNT To WS-JOB-HIT
                   Initialize WS-JOB-ROW(WS-JOB-HIT)
                   Move JDP-JOBNAME To WS-JOB-NAME(WS-JOB-HIT)
                   Move 'N'         To WS-JOB-HAS-START(WS-JOB-HIT)
                   Move 'N'         To WS-JOB-CP-BEFORE(WS-JOB-HIT)
                   Move 'N'         To WS-JOB-CP-AFTER(WS-JOB-HIT)
               Else
                   Display '    *** MORE THAN 200 JOBS IN TODYNJDP - '
                           JDP-JOBNAME ' LEFT OUT ***'
               End-If
           End-If
           If WS-JOB-HIT > 0
               If JDP-START-TIME Numeric
                   And JDP-START-HH < 24 And JDP-START-MM < 60
                   Move 'Y' To WS-JOB-HAS-START(WS-JOB-HIT)
                   Compute WS-JOB-START-MIN(WS-JOB-HIT) =
                       (JDP-START-HH * 60) + JDP-START-MM
                   If WS-JOB-START-MIN(WS-JOB-HIT) < WS-BCP-OPEN-MIN
                       Add 1440 To WS-JOB-START-MIN(WS-JOB-HIT)
                   End-If
               End-If
               Perform Varying WS-PX From 1 By 1 Until WS-PX > 6
                   If JDP-PRED-JOB(WS-PX) Not = Spaces
                       If WS-JOB-PRED-CNT(WS-JOB-HIT) < 12
                           Add 1 To WS-JOB-PRED-CNT(WS-JOB-HIT)
                           Move JDP-PRED-JOB(WS-PX)
                               To WS-JOB-PRED-NAME(WS-JOB-HIT
                                   WS-JOB-PRED-CNT(WS-JOB-HIT))
                       Else
                           Display '    *** ' JDP-JOBNAME ' WAITS ON '
                                   'MORE THAN 12 JOBS - '
                                   JDP-PRED-JOB(WS-PX) ' LEFT OUT ***'
                       End-If
                   End-If
               End-Perform
           End-If
           EXIT.


       Find-Job.
           Move 0 To WS-JOB-HIT
           Perform Varying WS-JX2 From 1 By 1
                   Until WS-JX2 > WS-JOB-COUNT
               If WS-JOB-NAME(WS-JX2) = WS-JOB-LOOK-NAME
                   Move WS-JX2 To WS-JOB-HIT
                   Move WS-JOB-COUNT To WS-JX2
               End-If
           End-Perform
           EXIT.


      *    A predecessor that is not itself in the network cannot
      *    hold anything up - it is reported and ignored.
       Resolve-Predecessors.
           Perform Varying WS-JX From 1 By 1
                   Until WS-JX > WS-JOB-COUNT
               Perform Varying WS-PX From 1 By 1
                       Until WS-PX > WS-JOB-PRED-CNT(WS-JX)
                   Move WS-JOB-PRED-NAME(WS-JX WS-PX)
                       To WS-JOB-LOOK-NAME
                   Perform Find-Job
                   Move WS-JOB-HIT To WS-JOB-PRED-IX(WS-JX WS-PX)
                   If WS-JOB-HIT = 0
                       Display '    *** ' WS-JOB-NAME(WS-JX)
                               ' WAITS ON ' WS-JOB-LOOK-NAME
                               ', WHICH IS NOT IN THE NETWORK - '
                               'IGNORED ***'
                       Add 1 To WS-BCP-BAD-PRED-CNT
                   End-If
               End-Perform
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Per-call wall cost, dynamic against static, from the stub
      *    pair - the same records and exclusions TODYNSAV uses for
      *    its CPU delta.
      *--------------------------------------------------------------
       Load-Wall-Delta.
           Open Input TODYNRES-FILE
           If WS-RESFILE-STATUS Not = '00'
               Display '    *** TODYNRES NOT AVAILABLE (STATUS '
                       WS-RESFILE-STATUS ') - NO PER-CALL DELTA ***'
               Move 8 To WS-BCP-WORST-RC
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNRES-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           If RR-ITER-COUNT > 0
                               And RR-STABLE-FLAG Not = 'U'
                               And RR-KEY-CALLTYPE Not = 'N'
                               And RR-KEY-CALLTYPE Not = 'F'
                               And RR-KEY-PROGRAM Not = 'TODYNAM7'
                               And RR-KEY-PROGRAM Not = 'TODYNAM8'
                               And RR-KEY-PROGRAM Not = 'TODYNAM9'
                               And RR-KEY-PROGRAM Not = 'TODYNCIC'
                               Perform Accumulate-Wall-Record
                           End-If
                   End-Read
               End-Perform
               Close TODYNRES-FILE
               If WS-DYN-CNT > 0
                   Compute WS-DYN-WALL-AVG Rounded =
                       WS-DYN-WALL-SUM / WS-DYN-CNT
               End-If
               If WS-NODYN-CNT > 0
                   Compute WS-NODYN-WALL-AVG Rounded =
                       WS-NODYN-WALL-SUM / WS-NODYN-CNT
               End-If
               Compute WS-WALL-DELTA =
                   WS-DYN-WALL-AVG - WS-NODYN-WALL-AVG
               If WS-DYN-CNT = 0 Or WS-NODYN-CNT = 0
                   Display '    *** NO DYNAM/NODYNAM STUB PAIR IN '
                           'TODYNRES - NO PER-CALL DELTA TO APPLY ***'
                   Move 8 To WS-BCP-WORST-RC
               End-If
               If WS-WALL-DELTA < 0
                   Move 0 To WS-WALL-DELTA
               End-If
           End-If
           EXIT.


       Accumulate-Wall-Record.
           Compute WS-PER-CALL-WALL = RR-WALL-DIFF / RR-ITER-COUNT
           If RR-KEY-PROGRAM = 'TODYNAM6'
               Add WS-PER-CALL-WALL To WS-NODYN-WALL-SUM
               Add 1                To WS-NODYN-CNT
           Else
               If RR-MODULE-NAME = 'A31BR14'
                   Add WS-PER-CALL-WALL To WS-DYN-WALL-SUM
                   Add 1                To WS-DYN-CNT
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Elapsed time and calls per job in the network.  Rows for
      *    jobs outside the network are not needed.
      *--------------------------------------------------------------
       Load-SMF-Elapsed.
           Open Input TODYNSMF-FILE
           If WS-SMFFILE-STATUS Not = '00'
               Display '    *** TODYNSMF NOT AVAILABLE (STATUS '
                       WS-SMFFILE-STATUS ') - NO ELAPSED HISTORY TO '
                       'SIMULATE FROM ***'
               Move 8 To WS-BCP-WORST-RC
           Else
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNSMF-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Fold-SMF-Row
                   End-Read
               End-Perform
               Close TODYNSMF-FILE
           End-If
           Perform Varying WS-JX From 1 By 1
                   Until WS-JX > WS-JOB-COUNT
               If WS-JOB-DAYS(WS-JX) > 0
                   Compute WS-JOB-ELAPSED(WS-JX) Rounded =
                       WS-JOB-WALL-SECS(WS-JX)
                           / WS-JOB-DAYS(WS-JX) / 60
               Else
                   Add 1 To WS-BCP-NO-SMF-CNT
               End-If
           End-Perform
           Perform Varying WS-MX From 1 By 1
                   Until WS-MX > WS-JMC-COUNT
               Move WS-JMC-JOB-IX(WS-MX) To WS-JX
               If WS-JOB-DAYS(WS-JX) > 0
                   Compute WS-JMC-CALLS-DAY(WS-MX) Rounded =
                       WS-JMC-CALLS(WS-MX) / WS-JOB-DAYS(WS-JX)
               End-If
           End-Perform
           EXIT.


       Fold-SMF-Row.
           Move SMF-JOBNAME To WS-JOB-LOOK-NAME
           Perform Find-Job
           If WS-JOB-HIT > 0
               Move WS-JOB-HIT To WS-JX
               If SMF-TOTAL-WALL-SECS Numeric
                   Add SMF-TOTAL-WALL-SECS To WS-JOB-WALL-SECS(WS-JX)
               End-If
               Perform Note-Job-Day
               If SMF-CALL-COUNT Numeric
                   And SMF-CALL-COUNT > 0
                   Perform Add-Job-Module-Calls
               End-If
           End-If
           EXIT.


       Note-Job-Day.
           Move 'N' To WS-JDY-FOUND-SW
           Perform Varying WS-JDY-IX From 1 By 1
                   Until WS-JDY-IX > WS-JDY-COUNT
               If WS-JDY-JOB-IX(WS-JDY-IX) = WS-JX
                   And WS-JDY-DATE(WS-JDY-IX) = SMF-RUN-DATE
                   Move 'Y' To WS-JDY-FOUND-SW
                   Move WS-JDY-COUNT To WS-JDY-IX
               End-If
           End-Perform
           If WS-JDY-FOUND-SW = 'N'
               If WS-JDY-COUNT < 4000
                   Add 1 To WS-JDY-COUNT
                   Move WS-JX          To WS-JDY-JOB-IX(WS-JDY-COUNT)
                   Move SMF-RUN-DATE   To WS-JDY-DATE(WS-JDY-COUNT)
                   Add 1 To WS-JOB-DAYS(WS-JX)
               Else
                   Perform Note-Table-Overflow
               End-If
           End-If
           EXIT.


       Add-Job-Module-Calls.
           Move 0 To WS-JMC-HIT
           Perform Varying WS-MX From 1 By 1
                   Until WS-MX > WS-JMC-COUNT
               If WS-JMC-JOB-IX(WS-MX) = WS-JX
                   And WS-JMC-MODULE(WS-MX) = SMF-PROGRAM-NAME
                   Move WS-MX To WS-JMC-HIT
                   Move WS-JMC-COUNT To WS-MX
               End-If
           End-Perform
           If WS-JMC-HIT = 0
               If WS-JMC-COUNT < 800
                   Add 1 To WS-JMC-COUNT
                   Move WS-JMC-COUNT     To WS-JMC-HIT
                   Move WS-JX            To WS-JMC-JOB-IX(WS-JMC-HIT)
                   Move SMF-PROGRAM-NAME To WS-JMC-MODULE(WS-JMC-HIT)
                   Move 0                To WS-JMC-CALLS(WS-JMC-HIT)
                   Move 0            To WS-JMC-CALLS-DAY(WS-JMC-HIT)
               Else
                   Perform Note-Table-Overflow
               End-If
           End-If
           If WS-JMC-HIT > 0
               Add SMF-CALL-COUNT To WS-JMC-CALLS(WS-JMC-HIT)
           End-If
           EXIT.


       Note-Table-Overflow.
           If WS-BCP-OVERFLOW-SW = 'N'
               Move 'Y' To WS-BCP-OVERFLOW-SW
               Display '    *** TODYNSMF HOLDS MORE JOB/DAY OR JOB/'
                       'MODULE PAIRS THAN THE TABLES TAKE - FIGURES '
                       'ARE PARTIAL ***'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The proposed recompiles - from TODYNPRP, or every module
      *    the network's jobs call when there is no list.
      *--------------------------------------------------------------
       Load-Proposals.
           Open Input TODYNPRP-FILE
           If WS-PRPFILE-STATUS = '00'
               Move 'N' To WS-PRP-EOF-SW
               Perform Until WS-PRP-EOF-SW = 'Y'
                   Read TODYNPRP-FILE
                       At End
                           Move 'Y' To WS-PRP-EOF-SW
                       Not At End
                           If PRP-MODULE-NAME Not = Spaces
                               And PRP-MODULE-NAME(1:1) Not = '*'
                               Move PRP-MODULE-NAME
                                   To WS-PRP-LOOK-MODULE
                               Perform Add-Proposal
                           End-If
                   End-Read
               End-Perform
               Close TODYNPRP-FILE
           End-If
           If WS-PRP-COUNT > 0
               Move 'Y' To WS-PRP-FROM-FILE-SW
           Else
               Perform Varying WS-MX From 1 By 1
                       Until WS-MX > WS-JMC-COUNT
                   Move WS-JMC-MODULE(WS-MX) To WS-PRP-LOOK-MODULE
                   Perform Add-Proposal
               End-Perform
           End-If
           EXIT.


       Add-Proposal.
           Move 0 To WS-PRP-HIT
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX > WS-PRP-COUNT
               If WS-PRP-MODULE(WS-RX) = WS-PRP-LOOK-MODULE
                   Move WS-RX To WS-PRP-HIT
               End-If
           End-Perform
           If WS-PRP-HIT = 0
               If WS-PRP-COUNT < 60
                   Add 1 To WS-PRP-COUNT
                   Initialize WS-PRP-ROW(WS-PRP-COUNT)
                   Move WS-PRP-LOOK-MODULE
                       To WS-PRP-MODULE(WS-PRP-COUNT)
               Else
                   Display '    *** MORE THAN 60 PROPOSED RECOMPILES - '
                           WS-PRP-LOOK-MODULE ' LEFT OUT ***'
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Minutes a day each recompile takes off each job calling
      *    the module: calls per day x per-call wall delta.
      *--------------------------------------------------------------
       Derive-Job-Savings.
           Perform Varying WS-MX From 1 By 1
                   Until WS-MX > WS-JMC-COUNT
               Move WS-JMC-MODULE(WS-MX) To WS-PRP-LOOK-MODULE
               Move 0 To WS-PRP-HIT
               Perform Varying WS-RX From 1 By 1
                       Until WS-RX > WS-PRP-COUNT
                   If WS-PRP-MODULE(WS-RX) = WS-PRP-LOOK-MODULE
                       Move WS-RX To WS-PRP-HIT
                   End-If
               End-Perform
               If WS-PRP-HIT > 0
                   Move WS-JMC-JOB-IX(WS-MX) To WS-JX
                   Compute WS-BCP-SAVE-SECS =
                       WS-JMC-CALLS-DAY(WS-MX) * WS-WALL-DELTA
                   Compute WS-JOB-SAVE-ALL(WS-JX) =
                       WS-JOB-SAVE-ALL(WS-JX) + (WS-BCP-SAVE-SECS / 60)
                   Add WS-JMC-CALLS-DAY(WS-MX)
                       To WS-PRP-CALLS-DAY(WS-PRP-HIT)
                   Compute WS-PRP-SAVE-MIN(WS-PRP-HIT) =
                       WS-PRP-SAVE-MIN(WS-PRP-HIT)
                           + (WS-BCP-SAVE-SECS / 60)
               End-If
           End-Perform
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX > WS-PRP-COUNT
               If WS-PRP-CALLS-DAY(WS-RX) = 0
                   Add 1 To WS-BCP-IDLE-PRP-CNT
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Today's window, then the window with every proposed
      *    recompile in.
      *--------------------------------------------------------------
       Simulate-Before-After.
           Move 'B' To WS-SIM-MODE
           Perform Compute-Schedule
           If WS-BCP-WORST-RC < 8
               Move WS-SIM-END      To WS-END-BEFORE
               Move WS-SIM-LAST-JOB To WS-LAST-BEFORE
               Perform Varying WS-JX From 1 By 1
                       Until WS-JX > WS-JOB-COUNT
                   Move WS-JOB-START(WS-JX)
                       To WS-JOB-START-BEFORE(WS-JX)
                   Move WS-JOB-FINISH(WS-JX)
                       To WS-JOB-FIN-BEFORE(WS-JX)
               End-Perform
               Move 'B' To WS-CP-SIDE
               Perform Mark-Critical-Path
               Move 'A' To WS-SIM-MODE
               Perform Compute-Schedule
               Move WS-SIM-END      To WS-END-AFTER
               Move WS-SIM-LAST-JOB To WS-LAST-AFTER
               Perform Varying WS-JX From 1 By 1
                       Until WS-JX > WS-JOB-COUNT
                   Move WS-JOB-START(WS-JX)
                       To WS-JOB-START-AFTER(WS-JX)
                   Move WS-JOB-FINISH(WS-JX)
                       To WS-JOB-FIN-AFTER(WS-JX)
               End-Perform
               Move 'A' To WS-CP-SIDE
               Perform Mark-Critical-Path
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Each proposed recompile on its own against today's
      *    window - the minutes it alone brings the end forward,
      *    and how many of today's critical-path jobs call it.
      *--------------------------------------------------------------
       Simulate-Each-Recompile.
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX > WS-PRP-COUNT
               Perform Varying WS-JX From 1 By 1
                       Until WS-JX > WS-JOB-COUNT
                   Move 0 To WS-JOB-SAVE-ONE(WS-JX)
               End-Perform
               Perform Varying WS-MX From 1 By 1
                       Until WS-MX > WS-JMC-COUNT
                   If WS-JMC-MODULE(WS-MX) = WS-PRP-MODULE(WS-RX)
                       Move WS-JMC-JOB-IX(WS-MX) To WS-JX
                       Compute WS-BCP-SAVE-SECS =
                           WS-JMC-CALLS-DAY(WS-MX) * WS-WALL-DELTA
                       Compute WS-JOB-SAVE-ONE(WS-JX) =
                           WS-JOB-SAVE-ONE(WS-JX)
                               + (WS-BCP-SAVE-SECS / 60)
                       If WS-JOB-CP-BEFORE(WS-JX) = 'Y'
                           Add 1 To WS-PRP-CP-JOBS(WS-RX)
                       End-If
                   End-If
               End-Perform
               Move 'O' To WS-SIM-MODE
               Perform Compute-Schedule
               Compute WS-PRP-GAIN-MIN(WS-RX) =
                   WS-END-BEFORE - WS-SIM-END
           End-Perform
           Perform Rank-By-Window-Gain
           EXIT.


      *--------------------------------------------------------------
      *    One schedule pass.  Jobs are placed as soon as every
      *    predecessor is placed; a pass that places nothing while
      *    jobs remain means the network loops back on itself.
      *--------------------------------------------------------------
       Compute-Schedule.
           Perform Varying WS-JX From 1 By 1
                   Until WS-JX > WS-JOB-COUNT
               Move 'N' To WS-JOB-DONE-SW(WS-JX)
           End-Perform
           Move 0   To WS-SIM-DONE-CNT
           Move 0   To WS-SIM-END
           Move 0   To WS-SIM-LAST-JOB
           Move 'Y' To WS-SIM-PROGRESS-SW
           Perform Until WS-SIM-PROGRESS-SW = 'N'
               Move 'N' To WS-SIM-PROGRESS-SW
               Perform Varying WS-JX From 1 By 1
                       Until WS-JX > WS-JOB-COUNT
                   If WS-JOB-DONE-SW(WS-JX) = 'N'
                       Perform Try-Schedule-Job
                   End-If
               End-Perform
           End-Perform
           If WS-SIM-DONE-CNT < WS-JOB-COUNT
               Display '    *** TODYNJDP HAS A DEPENDENCY LOOP - '
                       'THESE JOBS WAIT ON EACH OTHER: ***'
               Perform Varying WS-JX From 1 By 1
                       Until WS-JX > WS-JOB-COUNT
                   If WS-JOB-DONE-SW(WS-JX) = 'N'
                       Display '        ' WS-JOB-NAME(WS-JX)
                   End-If
               End-Perform
               Move 8 To WS-BCP-WORST-RC
           End-If
           EXIT.


       Try-Schedule-Job.
           Move 'Y' To WS-SIM-READY-SW
           If WS-JOB-HAS-START(WS-JX) = 'Y'
               Move WS-JOB-START-MIN(WS-JX) To WS-SIM-READY
           Else
               Move WS-BCP-OPEN-MIN To WS-SIM-READY
           End-If
           Move 0 To WS-JOB-DRIVER(WS-JX)
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > WS-JOB-PRED-CNT(WS-JX)
               Move WS-JOB-PRED-IX(WS-JX WS-PX) To WS-JX2
               If WS-JX2 > 0
                   If WS-JOB-DONE-SW(WS-JX2) = 'N'
                       Move 'N' To WS-SIM-READY-SW
                   Else
                       If WS-JOB-FINISH(WS-JX2) > WS-SIM-READY
                           Move WS-JOB-FINISH(WS-JX2) To WS-SIM-READY
                           Move WS-JX2 To WS-JOB-DRIVER(WS-JX)
                       End-If
                   End-If
               End-If
           End-Perform
           If WS-SIM-READY-SW = 'Y'
               Move WS-JOB-ELAPSED(WS-JX) To WS-SIM-ELAPSED
               Evaluate WS-SIM-MODE
                   When 'A'
                       If WS-SIM-ELAPSED > WS-JOB-SAVE-ALL(WS-JX)
                           Subtract WS-JOB-SAVE-ALL(WS-JX)
                               From WS-SIM-ELAPSED
                       Else
                           Move 0 To WS-SIM-ELAPSED
                       End-If
                   When 'O'
                       If WS-SIM-ELAPSED > WS-JOB-SAVE-ONE(WS-JX)
                           Subtract WS-JOB-SAVE-ONE(WS-JX)
                               From WS-SIM-ELAPSED
                       Else
                           Move 0 To WS-SIM-ELAPSED
                       End-If
                   When Other
                       Continue
               End-Evaluate
               Move WS-SIM-READY To WS-JOB-START(WS-JX)
               Compute WS-JOB-FINISH(WS-JX) =
                   WS-SIM-READY + WS-SIM-ELAPSED
               Move 'Y' To WS-JOB-DONE-SW(WS-JX)
               Move 'Y' To WS-SIM-PROGRESS-SW
               Add 1 To WS-SIM-DONE-CNT
               If WS-JOB-FINISH(WS-JX) > WS-SIM-END
                   Or WS-SIM-LAST-JOB = 0
                   Move WS-JOB-FINISH(WS-JX) To WS-SIM-END
                   Move WS-JX To WS-SIM-LAST-JOB
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Walk back from the last job to end through whichever
      *    predecessor held each job up, flagging the path on the
      *    side (WS-CP-SIDE 'B' before, 'A' after) just computed.
      *--------------------------------------------------------------
       Mark-Critical-Path.
           Move WS-SIM-LAST-JOB To WS-CP-WALK
           Move 0 To WS-CP-STEPS
           Perform Until WS-CP-WALK = 0
                   Or WS-CP-STEPS >= WS-JOB-COUNT
               Add 1 To WS-CP-STEPS
               If WS-CP-SIDE = 'B'
                   Move 'Y' To WS-JOB-CP-BEFORE(WS-CP-WALK)
               Else
                   Move 'Y' To WS-JOB-CP-AFTER(WS-CP-WALK)
               End-If
               Move WS-JOB-DRIVER(WS-CP-WALK) To WS-CP-WALK
           End-Perform
           EXIT.


      *    Largest window gain first; equal gains by elapsed saved.
       Rank-By-Window-Gain.
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX >= WS-PRP-COUNT
               Perform Varying WS-RX2 From WS-RX By 1
                       Until WS-RX2 > WS-PRP-COUNT
                   If WS-PRP-GAIN-MIN(WS-RX2) > WS-PRP-GAIN-MIN(WS-RX)
                       Or (WS-PRP-GAIN-MIN(WS-RX2) =
                               WS-PRP-GAIN-MIN(WS-RX)
                           And WS-PRP-SAVE-MIN(WS-RX2) >
                               WS-PRP-SAVE-MIN(WS-RX))
                       Move WS-PRP-ROW(WS-RX)  To WS-PRP-SWAP
                       Move WS-PRP-ROW(WS-RX2) To WS-PRP-ROW(WS-RX)
                       Move WS-PRP-SWAP        To WS-PRP-ROW(WS-RX2)
                   End-If
               End-Perform
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Minutes from the window's midnight as 'HH:MM', with '+1'
      *    for the next morning.  In WS-CLK-MIN, out WS-CLK-SHOW.
      *--------------------------------------------------------------
       Format-Clock.
           Compute WS-CLK-WHOLE Rounded = WS-CLK-MIN
           Divide 1440 Into WS-CLK-WHOLE Giving WS-CLK-DAY
               Remainder WS-CLK-REM
           Divide 60 Into WS-CLK-REM Giving WS-CLK-HH
               Remainder WS-CLK-MM
           Move Spaces To WS-CLK-SHOW
           String WS-CLK-HH Delimited By Size
                  ':'       Delimited By Size
                  WS-CLK-MM Delimited By Size
               Into WS-CLK-SHOW
           End-String
           If WS-CLK-DAY > 0
               Move '+'        To WS-CLK-SHOW(6:1)
               Move WS-CLK-DAY To WS-CLK-SHOW(7:1)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The report.
      *--------------------------------------------------------------
       Print-Simulation-Report.
           Display ' '
           Display 'TODYNBCP BATCH CRITICAL-PATH IMPACT SIMULATION'
           Move WS-BCP-OPEN-MIN To WS-CLK-MIN
           Perform Format-Clock
           Display '  Window opens ' WS-CLK-SHOW '   jobs in network: '
                   WS-JOB-COUNT
           Move WS-DYN-WALL-AVG   To WS-SHOW-WALL
           Display '  Wall per call, dynamic (TODYNAM1-5 A31BR14) : '
                   WS-SHOW-WALL
           Move WS-NODYN-WALL-AVG To WS-SHOW-WALL
           Display '  Wall per call, static  (TODYNAM6)           : '
                   WS-SHOW-WALL
           Move WS-WALL-DELTA     To WS-SHOW-DELTA
           Display '  Wall saved per call by a recompile          : '
                   WS-SHOW-DELTA
           If WS-PRP-FROM-FILE-SW = 'Y'
               Display '  Proposed recompiles: TODYNPRP list ('
                       WS-PRP-COUNT ' modules)'
           Else
               Display '  Proposed recompiles: every module the '
                       'network calls (no TODYNPRP list)'
           End-If
           Display '=================================================='
           Perform Print-Job-Table
           Perform Print-Critical-Paths
           Perform Print-Recompile-Table
           Perform Print-Closing-Counts
           Display '=================================================='
           EXIT.


       Print-Job-Table.
           Display ' '
           Display '  JOB      ELAPSED  --- TODAY ---    -- RECOMPILED'
                   ' --  SAVED'
           Display '           MINUTES  START    END     START    END '
                   '     MINUTES'
           Perform Varying WS-JX From 1 By 1
                   Until WS-JX > WS-JOB-COUNT
               Move WS-JOB-START-BEFORE(WS-JX) To WS-CLK-MIN
               Perform Format-Clock
               Move WS-CLK-SHOW To WS-CLK-SHOW-2
               Move WS-JOB-FIN-BEFORE(WS-JX) To WS-CLK-MIN
               Perform Format-Clock
               Move WS-CLK-SHOW To WS-CLK-SHOW-3
               Move WS-JOB-START-AFTER(WS-JX) To WS-CLK-MIN
               Perform Format-Clock
               Move WS-CLK-SHOW To WS-CLK-SHOW-4
               Move WS-JOB-FIN-AFTER(WS-JX) To WS-CLK-MIN
               Perform Format-Clock
               Move WS-JOB-ELAPSED(WS-JX)  To WS-SHOW-MIN
               Move WS-JOB-SAVE-ALL(WS-JX) To WS-SHOW-MIN-2
               Move Spaces To WS-SHOW-CP WS-SHOW-CP-2
               If WS-JOB-CP-BEFORE(WS-JX) = 'Y'
                   Move '*' To WS-SHOW-CP(1:1)
               End-If
               If WS-JOB-CP-AFTER(WS-JX) = 'Y'
                   Move '*' To WS-SHOW-CP-2(1:1)
               End-If
               Display '  ' WS-JOB-NAME(WS-JX) WS-SHOW-MIN ' '
                       WS-CLK-SHOW-2 ' ' WS-CLK-SHOW-3 WS-SHOW-CP
                       WS-CLK-SHOW-4 ' ' WS-CLK-SHOW WS-SHOW-CP-2
                       WS-SHOW-MIN-2
               If WS-JOB-DAYS(WS-JX) = 0
                   Display '           (no TODYNSMF elapsed for this '
                           'job - taken as zero)'
               End-If
           End-Perform
           Display '  (* = on the critical path)'
           EXIT.


       Print-Critical-Paths.
           Display ' '
           Move WS-END-BEFORE To WS-CLK-MIN
           Perform Format-Clock
           Display '  Projected end of batch today       : '
                   WS-CLK-SHOW '  (last job '
                   WS-JOB-NAME(WS-LAST-BEFORE) ')'
           Move WS-END-AFTER To WS-CLK-MIN
           Perform Format-Clock
           Display '  Projected end with the recompiles  : '
                   WS-CLK-SHOW '  (last job '
                   WS-JOB-NAME(WS-LAST-AFTER) ')'
           Compute WS-SHOW-GAIN = WS-END-BEFORE - WS-END-AFTER
           Display '  End of batch brought forward by    : '
                   WS-SHOW-GAIN ' minutes'
           Display ' '
           Display '  Critical path today:'
           Move WS-LAST-BEFORE To WS-CP-WALK
           Perform Print-One-Path
           Display '  Critical path with the recompiles:'
           Move WS-LAST-AFTER To WS-CP-WALK
           Perform Print-One-Path
           EXIT.


      *    The path is walked back from the last job, so it is
      *    gathered first and printed in running order.
       Print-One-Path.
           Move 0 To WS-CP-STEPS
           Perform Until WS-CP-WALK = 0
                   Or WS-CP-STEPS >= WS-JOB-COUNT
               Add 1 To WS-CP-STEPS
               Move WS-CP-WALK To WS-CP-JOB-IX(WS-CP-STEPS)
               Move WS-JOB-DRIVER(WS-CP-WALK) To WS-CP-WALK
           End-Perform
           Perform Varying WS-JX From WS-CP-STEPS By -1
                   Until WS-JX < 1
               Move WS-CP-JOB-IX(WS-JX) To WS-JX2
               Display '      ' WS-JOB-NAME(WS-JX2)
           End-Perform
           EXIT.


       Print-Recompile-Table.
           Display ' '
           Display '  EACH RECOMPILE ALONE, LARGEST WINDOW GAIN FIRST'
           Display '  MODULE      CALLS/DAY  ELAPSED SAVED  CP JOBS  '
                   'WINDOW GAIN'
           Perform Varying WS-RX From 1 By 1
                   Until WS-RX > WS-PRP-COUNT
               Move WS-PRP-CALLS-DAY(WS-RX) To WS-SHOW-CALLS
               Move WS-PRP-SAVE-MIN(WS-RX)  To WS-SHOW-MIN
               Move WS-PRP-CP-JOBS(WS-RX)   To WS-SHOW-CNT
               Move WS-PRP-GAIN-MIN(WS-RX)  To WS-SHOW-GAIN
               Display '  ' WS-PRP-MODULE(WS-RX) ' ' WS-SHOW-CALLS
                       '      ' WS-SHOW-MIN '      ' WS-SHOW-CNT
                       '    ' WS-SHOW-GAIN
               Evaluate True
                   When WS-PRP-CALLS-DAY(WS-RX) = 0
                       Display '           (called by no job in the '
                               'network - nothing to gain here)'
                   When WS-PRP-GAIN-MIN(WS-RX) > 0
                       Display '           moves the window'
                   When Other
                       Display '           off the critical path - '
                               'saves CPU, not window time'
               End-Evaluate
           End-Perform
           Display '  (minutes per night; gains measured one recompile '
                   'at a time do not add up - the path shifts)'
           EXIT.


       Print-Closing-Counts.
           If WS-BCP-NO-SMF-CNT > 0
               Move WS-BCP-NO-SMF-CNT To WS-SHOW-CNT
               Display ' '
               Display '  ' WS-SHOW-CNT ' job(s) had no TODYNSMF '
                       'elapsed time'
           End-If
           If WS-BCP-BAD-PRED-CNT > 0
               Move WS-BCP-BAD-PRED-CNT To WS-SHOW-CNT
               Display '  ' WS-SHOW-CNT ' predecessor(s) not in the '
                       'network were ignored'
           End-If
           If WS-BCP-IDLE-PRP-CNT > 0 And WS-PRP-FROM-FILE-SW = 'Y'
               Move WS-BCP-IDLE-PRP-CNT To WS-SHOW-CNT
               Display '  ' WS-SHOW-CNT ' proposed module(s) called '
                       'by no job in the network'
           End-If
           If (WS-BCP-NO-SMF-CNT > 0 Or WS-BCP-BAD-PRED-CNT > 0
                   Or (WS-BCP-IDLE-PRP-CNT > 0
                       And WS-PRP-FROM-FILE-SW = 'Y'))
               And WS-BCP-WORST-RC < 4
               Move 4 To WS-BCP-WORST-RC
           End-If
           EXIT.
