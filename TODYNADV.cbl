       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNADV.
      *===============================================================
      *     Sample-size and iteration-count advisor.  CTL-ITER-COUNT
      *     and the five samples per set are one figure for every
      *     module: some modules are so noisy a 2% change is lost
      *     in their spread, others are steady enough that most of
      *     the loop is CPU burnt for nothing.  This report works
      *     out, from the spread each module has actually shown in
      *     TODYNRES, what it would take to see a given change.
      *
      *     A sample set is five consecutive warm samples of one
      *     program, call type and module from one run (same date,
      *     iteration count and unbroken sequence numbers).  Sets
      *     with an unstable ('U') sample are left out, as are the
      *     cold-start ('F') and null-calibration ('N') records and
      *     sets a restart broke up.  Each set's spread is taken the
      *     way the stability gate (STATCALC) takes it - standard
      *     deviation as a percent of the average CPU - corrected
      *     to the sample standard deviation, and scaled to the
      *     current iteration count on the assumption that the
      *     timing jitter averages out over the loop (spread goes
      *     with one over the square root of the iterations).  The
      *     sets are pooled per module, program and call type.
      *
      *     For the target change in the PARM (percent, default 2),
      *     the calls needed to tell two runs apart at 95% two-
      *     sided confidence with 80% power are
      *         2 x (1.96 + 0.84)**2 x spread**2 / target**2
      *     samples' worth of the current iteration count.  Printed
      *     per module beside the current settings:
      *       - the smallest change the current settings can see
      *       - the samples needed at the current iteration count
      *       - the iterations needed at five samples (rounded up to
      *         a thousand, never under 10,000) - the stability
      *         gate works on five samples, so this is the figure
      *         to set
      *       - CPU seconds per run now and at the advised count,
      *         and the cost (+) or saving (-) of switching, with
      *         totals
      *     Modules with fewer than two usable sets are listed but
      *     not advised.
      *
      *     PARM 'pp.p' - the target change in percent (0.1 to 50).
      *     RC 0 every module can see the target now, RC 4 some
      *     module needs more than the current settings or has too
      *     little history, RC 8 no usable sample set or TODYNRES
      *     cannot be read.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESSEL.
           COPY CTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RESFD.
           COPY CTLFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY RESWS.
           COPY CTLWS.

      *---------------------------------------------------------------
      *    Run settings from the PARM, and the fixed parts of the
      *    sizing arithmetic.  WS-ADV-CONF-FACTOR is
      *    2 x (1.96 + 0.84)**2: 95% two-sided confidence, 80%
      *    power, comparing the means of two runs.
      *---------------------------------------------------------------
       01  WS-ADV-PARM-X          PIC  X(17)  Value Spaces.
       01  WS-ADV-TARGET-PCT      PIC  9(02)V9(02) COMP-5 Value 2.
       01  WS-ADV-CONF-FACTOR     PIC  9(02)V9(04) COMP-5
                                              Value 15.68.
       01  WS-ADV-SET-SIZE        PIC  9(02)  COMP-5  Value 5.
       01  WS-ADV-MIN-SETS        PIC  9(02)  COMP-5  Value 2.
       01  WS-ADV-MIN-SAMPLES     PIC  9(03)  COMP-5  Value 3.
       01  WS-ADV-MAX-SAMPLES     PIC  9(05)  COMP-5  Value 99999.
       01  WS-ADV-MIN-ITER        PIC  9(09)  COMP-5  Value 10000.
       01  WS-ADV-MAX-ITER        PIC  9(09)  COMP-5
                                              Value 999999000.

      *---------------------------------------------------------------
      *    The sample set being collected.
      *---------------------------------------------------------------
       01  WS-ADV-SET.
           05 WS-ADV-SET-DATE     PIC X(08).
           05 WS-ADV-SET-PROGRAM  PIC X(08).
           05 WS-ADV-SET-CALLTYPE PIC X(01).
           05 WS-ADV-SET-CALL-TYPE
                                  PIC X(10).
           05 WS-ADV-SET-MODULE   PIC X(08).
           05 WS-ADV-SET-ITER     PIC 9(09)       COMP-5.
           05 WS-ADV-SET-LAST-SEQ PIC 9(04)       COMP-5.
           05 WS-ADV-SET-COUNT    PIC 9(02)       COMP-5  Value 0.
           05 WS-ADV-SET-CPU      OCCURS 5 TIMES
                                  PIC 9(12)V9(06) COMP-5.
       01  WS-ADV-SET-AVG         PIC 9(12)V9(06) COMP-5  Value 0.
       01  WS-ADV-SET-STDDEV      PIC 9(12)V9(06) COMP-5  Value 0.
       01  WS-ADV-SET-VAR         PIC 9(09)V9(08) COMP-5  Value 0.

      *---------------------------------------------------------------
      *    One row per module, program and call type: the pooled
      *    spread (sum of each set's squared spread percent, scaled
      *    to the current iteration count) and the CPU and calls
      *    the sets measured, for the per-call cost.
      *---------------------------------------------------------------
       01  WS-ADV-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-ADV-TABLE.
           05 WS-ADV-ROW OCCURS 500 TIMES INDEXED BY WS-AX.
              10 WS-ADV-SORT-KEY.
                 15 WS-ADV-MODULE PIC X(08).
                 15 WS-ADV-PROGRAM
                                  PIC X(08).
                 15 WS-ADV-CALLTYPE
                                  PIC X(01).
              10 WS-ADV-CALL-TYPE PIC X(10).
              10 WS-ADV-SETS      PIC 9(05)       COMP-5.
              10 WS-ADV-VAR-SUM   PIC 9(11)V9(06) COMP-5.
              10 WS-ADV-CPU-SUM   PIC 9(11)V9(06) COMP-5.
              10 WS-ADV-ITER-SUM  PIC 9(15)       COMP-5.
       01  WS-ADV-HIT             PIC  9(03)  COMP-5  Value 0.
       01  WS-ADV-FULL-SW         PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Ordering work fields - the table is listed by module,
      *    then program and call type.
      *---------------------------------------------------------------
       01  WS-ADV-SWAP-ROW.
           05 WS-SWAP-SORT-KEY    PIC X(17).
           05 WS-SWAP-CALL-TYPE   PIC X(10).
           05 WS-SWAP-SETS        PIC 9(05)       COMP-5.
           05 WS-SWAP-VAR-SUM     PIC 9(11)V9(06) COMP-5.
           05 WS-SWAP-CPU-SUM     PIC 9(11)V9(06) COMP-5.
           05 WS-SWAP-ITER-SUM    PIC 9(15)       COMP-5.
       01  WS-AX2                 PIC  9(03)  COMP-5  Value 0.
       01  WS-AX3                 PIC  9(03)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    One row's advice.
      *---------------------------------------------------------------
       01  WS-ADV-POOLED-VAR      PIC 9(11)V9(06) COMP-5  Value 0.
       01  WS-ADV-SPREAD-PCT      PIC 9(05)V9(04) COMP-5  Value 0.
       01  WS-ADV-SEES-PCT        PIC 9(05)V9(04) COMP-5  Value 0.
       01  WS-ADV-NEED-CALLS      PIC 9(18)       COMP-5  Value 0.
       01  WS-ADV-NEED-SAMPLES    PIC 9(09)       COMP-5  Value 0.
       01  WS-ADV-NEED-THOUS      PIC 9(15)       COMP-5  Value 0.
       01  WS-ADV-NEED-ITER       PIC 9(09)       COMP-5  Value 0.
       01  WS-ADV-PER-CALL-CPU    PIC 9(03)V9(12) COMP-5  Value 0.
       01  WS-ADV-CPU-NOW         PIC 9(09)V9(06) COMP-5  Value 0.
       01  WS-ADV-CPU-ADVISED     PIC 9(09)V9(06) COMP-5  Value 0.
       01  WS-ADV-CPU-CHANGE      PIC S9(09)V9(06) COMP-5 Value 0.

      *---------------------------------------------------------------
      *    Counts, totals and the graded outcome.
      *---------------------------------------------------------------
       01  WS-ADV-COUNTERS.
           05 WS-ADV-USED-SETS    PIC 9(07)  COMP-5  Value 0.
           05 WS-ADV-PARTIAL-SETS PIC 9(07)  COMP-5  Value 0.
           05 WS-ADV-UNSTABLE-CNT PIC 9(07)  COMP-5  Value 0.
           05 WS-ADV-ADVISED-CNT  PIC 9(05)  COMP-5  Value 0.
           05 WS-ADV-RAISE-CNT    PIC 9(05)  COMP-5  Value 0.
           05 WS-ADV-LOWER-CNT    PIC 9(05)  COMP-5  Value 0.
           05 WS-ADV-FEW-CNT      PIC 9(05)  COMP-5  Value 0.
           05 WS-ADV-DROPPED-CNT  PIC 9(07)  COMP-5  Value 0.
       01  WS-ADV-TOTALS.
           05 WS-ADV-TOT-NOW      PIC 9(11)V9(06) COMP-5  Value 0.
           05 WS-ADV-TOT-ADVISED  PIC 9(11)V9(06) COMP-5  Value 0.
           05 WS-ADV-TOT-CHANGE   PIC S9(11)V9(06) COMP-5 Value 0.
       01  WS-ADV-WORST-RC        PIC  9(02)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    One detail line; the advice columns are blanked for a
      *    row with too little history.
      *---------------------------------------------------------------
       01  WS-ADV-LINE.
           05 FILLER              PIC X(02)  Value Spaces.
           05 WS-LINE-MODULE      PIC X(08).
           05 FILLER              PIC X(01)  Value Space.
           05 WS-LINE-PROGRAM     PIC X(08).
           05 FILLER              PIC X(01)  Value Space.
           05 WS-LINE-CALL-TYPE   PIC X(10).
           05 FILLER              PIC X(01)  Value Space.
           05 WS-LINE-SETS        PIC ZZ,ZZ9.
           05 WS-LINE-ADVICE.
              10 FILLER           PIC X(02).
              10 WS-LINE-SPREAD   PIC ZZZ9.99.
              10 FILLER           PIC X(02).
              10 WS-LINE-SEES     PIC ZZZ9.99.
              10 FILLER           PIC X(02).
              10 WS-LINE-SAMPLES  PIC ZZZ,ZZ9.
              10 FILLER           PIC X(02).
              10 WS-LINE-ITER     PIC ZZZ,ZZZ,ZZ9.
              10 FILLER           PIC X(02).
              10 WS-LINE-CPU-NOW  PIC ZZZ,ZZ9.9999.
              10 FILLER           PIC X(02).
              10 WS-LINE-CPU-ADV  PIC ZZZ,ZZ9.9999.
              10 FILLER           PIC X(02).
              10 WS-LINE-CPU-CHG  PIC -ZZZ,ZZ9.9999.
           05 FILLER              PIC X(02)  Value Spaces.
           05 WS-LINE-VERDICT     PIC X(08).

       01  WS-SHOW-PCT            PIC  Z9.99.
       01  WS-SHOW-ITER           PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-CNT            PIC  ZZZ,ZZ9.
       01  WS-SHOW-CPU            PIC  ZZZ,ZZZ,ZZ9.9999.
       01  WS-SHOW-CHANGE         PIC  -ZZZ,ZZZ,ZZ9.9999.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN > 0 And LS-PARM-LEN <= 17
               Move LS-PARM-TEXT(1:LS-PARM-LEN) To WS-ADV-PARM-X
               Inspect WS-ADV-PARM-X Replacing All '%' By Space
               If WS-ADV-PARM-X Not = Spaces
                   And Function Test-Numval(WS-ADV-PARM-X) = 0
                   And Function Numval(WS-ADV-PARM-X) >= 0.1
                   And Function Numval(WS-ADV-PARM-X) <= 50
                   Compute WS-ADV-TARGET-PCT =
                       Function Numval(WS-ADV-PARM-X)
               Else
                   Display '    *** PARM IS NOT A TARGET CHANGE OF 0.1 '
                           'TO 50 PERCENT - DEFAULT 2 USED ***'
               End-If
           End-If
           Perform Read-Control-File
           Perform Load-Sample-Sets
           If WS-ADV-WORST-RC = 8
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Order-Advice-Table
           Perform Print-Advice-Report
           Move WS-ADV-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    One pass over the results history in key order - a
      *    run's samples sit together, so each set is collected as
      *    it goes by and judged when it is complete.
      *--------------------------------------------------------------
       Load-Sample-Sets.
           Open Input TODYNRES-FILE
           If WS-RESFILE-STATUS Not = '00'
               Display '    *** TODYNRES NOT AVAILABLE (STATUS '
                       WS-RESFILE-STATUS ') - NO SPREAD TO ADVISE '
                       'FROM ***'
               Move 8 To WS-ADV-WORST-RC
           Else
               Move 0   To WS-ADV-SET-COUNT
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNRES-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Judge-Result-Record
                   End-Read
                   If WS-RESFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Perform Close-Sample-Set
               Close TODYNRES-FILE
               If WS-ADV-USED-SETS = 0
                   Display '    *** NO COMPLETE STABLE SAMPLE SET ON '
                           'TODYNRES - NOTHING TO ADVISE FROM ***'
                   Move 8 To WS-ADV-WORST-RC
               End-If
           End-If
           EXIT.


       Judge-Result-Record.
           Evaluate True
               When RR-ITER-COUNT = 0
                   Continue
               When RR-KEY-CALLTYPE = 'F' Or 'N'
                   Continue
               When RR-STABLE-FLAG = 'U'
                   Add 1 To WS-ADV-UNSTABLE-CNT
                   Perform Close-Sample-Set
               When Other
                   Perform Add-To-Sample-Set
           End-Evaluate
           EXIT.


       Add-To-Sample-Set.
           If WS-ADV-SET-COUNT > 0
               If RR-KEY-DATE     Not = WS-ADV-SET-DATE
                   Or RR-KEY-PROGRAM  Not = WS-ADV-SET-PROGRAM
                   Or RR-KEY-CALLTYPE Not = WS-ADV-SET-CALLTYPE
                   Or RR-MODULE-NAME  Not = WS-ADV-SET-MODULE
                   Or RR-ITER-COUNT   Not = WS-ADV-SET-ITER
                   Or RR-KEY-SEQ Not = WS-ADV-SET-LAST-SEQ + 1
                   Perform Close-Sample-Set
               End-If
           End-If
           If WS-ADV-SET-COUNT = 0
               Move RR-KEY-DATE     To WS-ADV-SET-DATE
               Move RR-KEY-PROGRAM  To WS-ADV-SET-PROGRAM
               Move RR-KEY-CALLTYPE To WS-ADV-SET-CALLTYPE
               Move RR-CALL-TYPE    To WS-ADV-SET-CALL-TYPE
               Move RR-MODULE-NAME  To WS-ADV-SET-MODULE
               Move RR-ITER-COUNT   To WS-ADV-SET-ITER
           End-If
           Add 1 To WS-ADV-SET-COUNT
           Move RR-CPU-DIFF To WS-ADV-SET-CPU(WS-ADV-SET-COUNT)
           Move RR-KEY-SEQ  To WS-ADV-SET-LAST-SEQ
           If WS-ADV-SET-COUNT = WS-ADV-SET-SIZE
               Perform Close-Sample-Set
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A complete set's spread goes into its row; anything
      *    short of five samples is counted and dropped.  The
      *    population standard deviation (as STATCALC takes it) is
      *    scaled by 5/4 in the square to the sample standard
      *    deviation, then to the current iteration count.
      *--------------------------------------------------------------
       Close-Sample-Set.
           If WS-ADV-SET-COUNT = WS-ADV-SET-SIZE
               Move Function Mean(WS-ADV-SET-CPU(1)
                   WS-ADV-SET-CPU(2) WS-ADV-SET-CPU(3)
                   WS-ADV-SET-CPU(4) WS-ADV-SET-CPU(5))
                   To WS-ADV-SET-AVG
               If WS-ADV-SET-AVG > 0
                   Move Function Standard-Deviation(
                       WS-ADV-SET-CPU(1) WS-ADV-SET-CPU(2)
                       WS-ADV-SET-CPU(3) WS-ADV-SET-CPU(4)
                       WS-ADV-SET-CPU(5)) To WS-ADV-SET-STDDEV
                   Compute WS-ADV-SET-VAR Rounded =
                       ((WS-ADV-SET-STDDEV / WS-ADV-SET-AVG) * 100)
                           ** 2 * 1.25
                           * WS-ADV-SET-ITER / WS-ITER-COUNT
                   Perform Find-Or-Add-Advice-Row
                   If WS-ADV-FULL-SW = 'N'
                       Add 1 To WS-ADV-SETS(WS-AX)
                       Add WS-ADV-SET-VAR To WS-ADV-VAR-SUM(WS-AX)
                       Compute WS-ADV-CPU-SUM(WS-AX) =
                           WS-ADV-CPU-SUM(WS-AX)
                           + (WS-ADV-SET-AVG * WS-ADV-SET-SIZE)
                       Compute WS-ADV-ITER-SUM(WS-AX) =
                           WS-ADV-ITER-SUM(WS-AX)
                           + (WS-ADV-SET-ITER * WS-ADV-SET-SIZE)
                       Add 1 To WS-ADV-USED-SETS
                   Else
                       Add 1 To WS-ADV-DROPPED-CNT
                   End-If
               End-If
           Else
               If WS-ADV-SET-COUNT > 0
                   Add 1 To WS-ADV-PARTIAL-SETS
               End-If
           End-If
           Move 0 To WS-ADV-SET-COUNT
           EXIT.


       Find-Or-Add-Advice-Row.
           Move 'N' To WS-ADV-FULL-SW
           Move 0   To WS-ADV-HIT
           Perform Varying WS-AX From 1 By 1
                   Until WS-AX > WS-ADV-COUNT
               If WS-ADV-MODULE(WS-AX)   = WS-ADV-SET-MODULE
                   And WS-ADV-PROGRAM(WS-AX)  = WS-ADV-SET-PROGRAM
                   And WS-ADV-CALLTYPE(WS-AX) = WS-ADV-SET-CALLTYPE
                   Set WS-ADV-HIT To WS-AX
                   Set WS-AX To WS-ADV-COUNT
               End-If
           End-Perform
           If WS-ADV-HIT > 0
               Set WS-AX To WS-ADV-HIT
           Else
               If WS-ADV-COUNT < 500
                   Add 1 To WS-ADV-COUNT
                   Set WS-AX To WS-ADV-COUNT
                   Move WS-ADV-SET-MODULE    To WS-ADV-MODULE(WS-AX)
                   Move WS-ADV-SET-PROGRAM   To WS-ADV-PROGRAM(WS-AX)
                   Move WS-ADV-SET-CALLTYPE  To WS-ADV-CALLTYPE(WS-AX)
                   Move WS-ADV-SET-CALL-TYPE To WS-ADV-CALL-TYPE(WS-AX)
                   Move 0 To WS-ADV-SETS(WS-AX)
                   Move 0 To WS-ADV-VAR-SUM(WS-AX)
                   Move 0 To WS-ADV-CPU-SUM(WS-AX)
                   Move 0 To WS-ADV-ITER-SUM(WS-AX)
               Else
                   Move 'Y' To WS-ADV-FULL-SW
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Straight selection sort by module, program and call type
      *    - a few hundred rows at most.
      *--------------------------------------------------------------
       Order-Advice-Table.
           Perform Varying WS-AX2 From 1 By 1
                   Until WS-AX2 >= WS-ADV-COUNT
               Move WS-AX2 To WS-AX3
               Perform Find-Lowest-Remaining
               If WS-AX3 Not = WS-AX2
                   Move WS-ADV-ROW(WS-AX3) To WS-ADV-SWAP-ROW
                   Move WS-ADV-ROW(WS-AX2) To WS-ADV-ROW(WS-AX3)
                   Move WS-ADV-SWAP-ROW    To WS-ADV-ROW(WS-AX2)
               End-If
           End-Perform
           EXIT.


       Find-Lowest-Remaining.
           Perform Varying WS-AX From WS-AX2 By 1
                   Until WS-AX > WS-ADV-COUNT
               If WS-ADV-SORT-KEY(WS-AX) <
                       WS-ADV-SORT-KEY(WS-AX3)
                   Set WS-AX3 To WS-AX
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    The advice page, with the totals that price the switch.
      *--------------------------------------------------------------
       Print-Advice-Report.
           Display ' '
           Display 'TODYNAM SAMPLE-SIZE AND ITERATION ADVISOR'
           Display '=================================================='
           Move WS-ADV-TARGET-PCT To WS-SHOW-PCT
           Display '  Target detectable change  . . . : ' WS-SHOW-PCT
                   '%  (95% confidence, 80% power)'
           Move WS-ITER-COUNT To WS-SHOW-ITER
           Display '  Current iterations per sample . : ' WS-SHOW-ITER
                   '  (CTL-ITER-COUNT)'
           Display '  Current samples per set . . . . :           5'
           Move WS-ADV-USED-SETS To WS-SHOW-CNT
           Display '  Stable sample sets used . . . . :     '
                   WS-SHOW-CNT
           Move WS-ADV-UNSTABLE-CNT To WS-SHOW-CNT
           Display '  Unstable samples left out . . . :     '
                   WS-SHOW-CNT
           Move WS-ADV-PARTIAL-SETS To WS-SHOW-CNT
           Display '  Broken (restarted) sets left out:     '
                   WS-SHOW-CNT
           If WS-ADV-DROPPED-CNT > 0
               Move WS-ADV-DROPPED-CNT To WS-SHOW-CNT
               Display '  *** ADVICE TABLE FULL - ' WS-SHOW-CNT
                       ' SETS OF FURTHER MODULES NOT COUNTED ***'
           End-If
           Display ' '
           Display '  MODULE   PROGRAM  CALL TYPE    SETS   SPREAD  '
                   '   SEES  SAMPLES   ITERATIONS      CPU SECS  '
                   '    CPU SECS       CPU SECS  ADVICE'
           Display '                                 USED      PCT  '
                   'NOW PCT  AT ITER    AT 5 SMPL       RUN NOW  '
                   '     ADVISED         CHANGE'
           Display '  ------------------------------------------------'
                   '------------------------------------------------'
                   '------------------------------'
           Perform Varying WS-AX From 1 By 1
                   Until WS-AX > WS-ADV-COUNT
               Perform Advise-One-Row
           End-Perform
           Display '  ------------------------------------------------'
                   '------------------------------------------------'
                   '------------------------------'
           Move WS-ADV-ADVISED-CNT To WS-SHOW-CNT
           Display '  Rows advised  . . . . . . . . . :     '
                   WS-SHOW-CNT
           Move WS-ADV-RAISE-CNT To WS-SHOW-CNT
           Display '    cannot see the target now . . :     '
                   WS-SHOW-CNT '  (RAISE)'
           Move WS-ADV-LOWER-CNT To WS-SHOW-CNT
           Display '    measuring more than needed  . :     '
                   WS-SHOW-CNT '  (LOWER)'
           Move WS-ADV-FEW-CNT To WS-SHOW-CNT
           Display '  Too little history to advise  . :     '
                   WS-SHOW-CNT
           Move WS-ADV-TOT-NOW To WS-SHOW-CPU
           Display '  CPU seconds per run now . . . . : '
                   WS-SHOW-CPU
           Move WS-ADV-TOT-ADVISED To WS-SHOW-CPU
           Display '  CPU seconds per run advised . . : '
                   WS-SHOW-CPU
           Move WS-ADV-TOT-CHANGE To WS-SHOW-CHANGE
           Display '  Cost (+) / saving (-) per run . :'
                   WS-SHOW-CHANGE
           Display ' '
           Display '  Spread scaled to the current iteration count; '
                   'samples per set stay at five for the stability '
                   'gate.'
           EXIT.


      *--------------------------------------------------------------
      *    Size one row.  The calls needed come out of the pooled
      *    spread; samples at the current count and iterations at
      *    five samples are two ways of spending them.
      *--------------------------------------------------------------
       Advise-One-Row.
           Move Spaces To WS-ADV-LINE
           Move WS-ADV-MODULE(WS-AX)    To WS-LINE-MODULE
           Move WS-ADV-PROGRAM(WS-AX)   To WS-LINE-PROGRAM
           Move WS-ADV-CALL-TYPE(WS-AX) To WS-LINE-CALL-TYPE
           Move WS-ADV-SETS(WS-AX)      To WS-LINE-SETS
           If WS-ADV-SETS(WS-AX) < WS-ADV-MIN-SETS
               Add 1 To WS-ADV-FEW-CNT
               Move 'FEW SETS' To WS-LINE-VERDICT
               If WS-ADV-WORST-RC < 4
                   Move 4 To WS-ADV-WORST-RC
               End-If
           Else
               Perform Size-One-Row
               Move WS-ADV-SPREAD-PCT   To WS-LINE-SPREAD
               Move WS-ADV-SEES-PCT     To WS-LINE-SEES
               Move WS-ADV-NEED-SAMPLES To WS-LINE-SAMPLES
               Move WS-ADV-NEED-ITER    To WS-LINE-ITER
               Move WS-ADV-CPU-NOW      To WS-LINE-CPU-NOW
               Move WS-ADV-CPU-ADVISED  To WS-LINE-CPU-ADV
               Move WS-ADV-CPU-CHANGE   To WS-LINE-CPU-CHG
               Add 1 To WS-ADV-ADVISED-CNT
               Add WS-ADV-CPU-NOW     To WS-ADV-TOT-NOW
               Add WS-ADV-CPU-ADVISED To WS-ADV-TOT-ADVISED
               Add WS-ADV-CPU-CHANGE  To WS-ADV-TOT-CHANGE
               Evaluate True
                   When WS-ADV-NEED-ITER > WS-ITER-COUNT
                       Move 'RAISE' To WS-LINE-VERDICT
                       Add 1 To WS-ADV-RAISE-CNT
                       If WS-ADV-WORST-RC < 4
                           Move 4 To WS-ADV-WORST-RC
                       End-If
                   When WS-ADV-NEED-ITER < WS-ITER-COUNT
                       Move 'LOWER' To WS-LINE-VERDICT
                       Add 1 To WS-ADV-LOWER-CNT
                   When Other
                       Move 'KEEP'  To WS-LINE-VERDICT
               End-Evaluate
           End-If
           Display WS-ADV-LINE
           EXIT.


       Size-One-Row.
           Compute WS-ADV-POOLED-VAR Rounded =
               WS-ADV-VAR-SUM(WS-AX) / WS-ADV-SETS(WS-AX)
           Compute WS-ADV-SPREAD-PCT Rounded =
               WS-ADV-POOLED-VAR ** 0.5
           Compute WS-ADV-SEES-PCT Rounded =
               (WS-ADV-CONF-FACTOR * WS-ADV-POOLED-VAR
                   / WS-ADV-SET-SIZE) ** 0.5
      *    Calls needed, rounded up to a whole call.
           Compute WS-ADV-NEED-CALLS =
               (WS-ADV-CONF-FACTOR * WS-ADV-POOLED-VAR
                   * WS-ITER-COUNT
                   / (WS-ADV-TARGET-PCT * WS-ADV-TARGET-PCT)) + 0.999
               On Size Error
                   Move 999999999999999999 To WS-ADV-NEED-CALLS
           End-Compute
           Compute WS-ADV-NEED-SAMPLES =
               (WS-ADV-NEED-CALLS + WS-ITER-COUNT - 1)
                   / WS-ITER-COUNT
               On Size Error
                   Move WS-ADV-MAX-SAMPLES To WS-ADV-NEED-SAMPLES
           End-Compute
           If WS-ADV-NEED-SAMPLES < WS-ADV-MIN-SAMPLES
               Move WS-ADV-MIN-SAMPLES To WS-ADV-NEED-SAMPLES
           End-If
           If WS-ADV-NEED-SAMPLES > WS-ADV-MAX-SAMPLES
               Move WS-ADV-MAX-SAMPLES To WS-ADV-NEED-SAMPLES
           End-If
      *    Iterations at five samples, up to the next thousand.
           Compute WS-ADV-NEED-THOUS =
               (WS-ADV-NEED-CALLS + (WS-ADV-SET-SIZE * 1000) - 1)
                   / (WS-ADV-SET-SIZE * 1000)
           If WS-ADV-NEED-THOUS * 1000 > WS-ADV-MAX-ITER
               Move WS-ADV-MAX-ITER To WS-ADV-NEED-ITER
           Else
               Compute WS-ADV-NEED-ITER = WS-ADV-NEED-THOUS * 1000
           End-If
           If WS-ADV-NEED-ITER < WS-ADV-MIN-ITER
               Move WS-ADV-MIN-ITER To WS-ADV-NEED-ITER
           End-If
           Compute WS-ADV-PER-CALL-CPU Rounded =
               WS-ADV-CPU-SUM(WS-AX) / WS-ADV-ITER-SUM(WS-AX)
           Compute WS-ADV-CPU-NOW Rounded =
               WS-ADV-PER-CALL-CPU * WS-ITER-COUNT * WS-ADV-SET-SIZE
           Compute WS-ADV-CPU-ADVISED Rounded =
               WS-ADV-PER-CALL-CPU * WS-ADV-NEED-ITER
                   * WS-ADV-SET-SIZE
           Compute WS-ADV-CPU-CHANGE =
               WS-ADV-CPU-ADVISED - WS-ADV-CPU-NOW
           EXIT.


      *--------------------------------------------------------------
      *    Control file read  (shared copybook)
      *--------------------------------------------------------------
           COPY CTLREAD.
