       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCRV.
      *===============================================================
      *     Realized-savings verification for the recompile change
      *     register.  For every change on TODYNCRG it compares the
      *     production per-call CPU cost of the module over a
      *     window of days before the recompile date against
      *     the same number of days after it (the recompile day
      *     itself belongs to neither - it is half one build, half
      *     the other), turns the drop into CPU seconds per year at
      *     the after-window call rate, and prints it beside the
      *     saving TODYNSAV projected when the change was justified
      *     - per change and in total.  A change whose realized
      *     saving falls short of the stated percentage of its
      *     projection is flagged SHORT, so the committee can see
      *     whether the microbenchmark is over-promising.
      *
      *     The daily figures come from the TODYNPVH volume history
      *     TODYNPVA keeps, not from TODYNSMF itself - TODYNSMF is
      *     rebuilt every cycle, so the before window would be gone
      *     by the time the after window exists.  Only the SMF-
      *     sourced rows count (TODYNCCF rows carry calls but no
      *     CPU), and a day flagged as a volume anomaly is left out
      *     until an analyst accepts it on TODYNPVM, as in TODYNSAV
      *     - a runaway loop would skew the per-call cost.  Both
      *     windows have to sit inside CTL-RETAIN-DAYS, TODYNPVA's
      *     purge horizon.
      *
      *     A change registered against a production job is
      *     measured from that job's volume rows only; one
      *     registered with a blank job takes the module's rows
      *     from every job, which also carries callers that were
      *     not recompiled and so understates the realized saving -
      *     register the job wherever it is known.  Calls per day
      *     divide by the days the feeds covered inside the after
      *     window (TODYNPVH's day markers), the same per-day basis
      *     TODYNSAV projects on.
      *
      *     PARM 'ddd,ppp': window length in days (default 30) and
      *     the shortfall percentage (default 50 - realized below
      *     half of projected is flagged).  A change whose after
      *     window has not fully elapsed is shown PENDING and kept
      *     out of the totals; one with no volume on either side is
      *     shown NO DATA.  RC 4 when any change is flagged SHORT,
      *     8 when the register or TODYNPVH cannot be read.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CRGSEL.
           COPY PVHSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CRGFD.
           COPY PVHFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY CRGWS.
           COPY PVHWS.

      *---------------------------------------------------------------
      *    Run settings from the PARM.
      *---------------------------------------------------------------
       01  WS-CRV-PARM-DAYS-X     PIC  X(03)  Value Spaces.
       01  WS-CRV-PARM-PCT-X      PIC  X(03)  Value Spaces.
       01  WS-CRV-WINDOW-DAYS     PIC  9(03)  COMP-5  Value 30.
       01  WS-CRV-SHORT-PCT       PIC  9(03)  COMP-5  Value 50.
       01  WS-CRV-TODAY           PIC  9(08)  Value 0.
       01  WS-CRV-TODAY-INT       PIC S9(09)  COMP-5  Value 0.
       01  WS-CRV-DATE-9          PIC  9(08)  Value 0.
       01  WS-CRV-DATE-INT        PIC S9(09)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    One row per registered change, with the before and after
      *    window bounds as integer dates and the TODYNPVH totals
      *    each window collects.
      *---------------------------------------------------------------
       01  WS-CHG-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-CHG-TABLE.
           05 WS-CHG-ROW OCCURS 200 TIMES INDEXED BY WS-GX.
              10 WS-CHG-CALLER    PIC X(08).
              10 WS-CHG-MODULE    PIC X(08).
              10 WS-CHG-DATE      PIC X(08).
              10 WS-CHG-TICKET    PIC X(12).
              10 WS-CHG-JOBNAME   PIC X(08).
              10 WS-CHG-PROJ-YEAR PIC 9(11)V9(02) COMP-5.
              10 WS-CHG-DATE-INT  PIC S9(09)      COMP-5.
              10 WS-CHG-BEF-CPU   PIC 9(11)V9(06) COMP-5.
              10 WS-CHG-BEF-CALLS PIC 9(13)       COMP-5.
              10 WS-CHG-AFT-CPU   PIC 9(11)V9(06) COMP-5.
              10 WS-CHG-AFT-CALLS PIC 9(13)       COMP-5.
              10 WS-CHG-AFT-DAYS  PIC 9(03)       COMP-5.
              10 WS-CHG-BEF-PC    PIC 9(05)V9(09) COMP-5.
              10 WS-CHG-AFT-PC    PIC 9(05)V9(09) COMP-5.
              10 WS-CHG-REAL-YEAR PIC S9(11)V9(02) COMP-5.
              10 WS-CHG-PCT       PIC S9(05)      COMP-5.
              10 WS-CHG-VERDICT   PIC X(08).

      *---------------------------------------------------------------
      *    Days the feeds covered, as integers - an after
      *    window's call rate is per feed day it contains.
      *---------------------------------------------------------------
       01  WS-DAY-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-DAY-TABLE.
           05 WS-DAY-INT          OCCURS 400 TIMES
                                  PIC S9(09)  COMP-5.
       01  WS-DAY-IX              PIC  9(03)  COMP-5  Value 0.
       01  WS-DAY-FOUND-SW        PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Totals and the graded outcome.
      *---------------------------------------------------------------
       01  WS-CRV-TOTALS.
           05 WS-CRV-PROJ-TOTAL   PIC 9(13)V9(02)  COMP-5  Value 0.
           05 WS-CRV-REAL-TOTAL   PIC S9(13)V9(02) COMP-5  Value 0.
           05 WS-CRV-TOTAL-PCT    PIC S9(05)       COMP-5  Value 0.
           05 WS-CRV-MEASURED-CNT PIC 9(05)  COMP-5  Value 0.
           05 WS-CRV-SHORT-CNT    PIC 9(05)  COMP-5  Value 0.
           05 WS-CRV-PENDING-CNT  PIC 9(05)  COMP-5  Value 0.
           05 WS-CRV-NODATA-CNT   PIC 9(05)  COMP-5  Value 0.
       01  WS-CRV-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-CRV-PER-CALL-DROP   PIC S9(05)V9(09) COMP-5 Value 0.
       01  WS-CRV-CALLS-DAY       PIC 9(11)V9(02) COMP-5  Value 0.

      *---------------------------------------------------------------
      *    One detail line; the measured columns are blanked for a
      *    change that is pending or has no data.
      *---------------------------------------------------------------
       01  WS-CRV-LINE.
           05 FILLER              PIC X(02)  Value Spaces.
           05 WS-LINE-CALLER      PIC X(08).
           05 FILLER              PIC X(01)  Value Space.
           05 WS-LINE-MODULE      PIC X(08).
           05 FILLER              PIC X(01)  Value Space.
           05 WS-LINE-DATE        PIC X(08).
           05 FILLER              PIC X(03)  Value Spaces.
           05 WS-LINE-TICKET      PIC X(12).
           05 WS-LINE-PER-CALL.
              10 FILLER           PIC X(03).
              10 WS-LINE-BEF-PC   PIC ZZ9.999999999.
              10 FILLER           PIC X(04).
              10 WS-LINE-AFT-PC   PIC ZZ9.999999999.
           05 FILLER              PIC X(03)  Value Spaces.
           05 WS-LINE-PROJ-YEAR   PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-LINE-REALIZED.
              10 FILLER           PIC X(03).
              10 WS-LINE-REAL-YEAR
                                  PIC -ZZZ,ZZZ,ZZ9.99.
              10 FILLER           PIC X(03).
              10 WS-LINE-PCT      PIC -ZZZ9.
           05 FILLER              PIC X(02)  Value Spaces.
           05 WS-LINE-VERDICT     PIC X(08).

       01  WS-SHOW-PROJ-YEAR      PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-REAL-YEAR      PIC  -ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-PCT            PIC  -ZZZ9.
       01  WS-SHOW-CNT            PIC  ZZ,ZZ9.
       01  WS-SHOW-DAYS           PIC  ZZ9.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN > 0
               Unstring LS-PARM-TEXT(1:LS-PARM-LEN) Delimited By ','
                   Into WS-CRV-PARM-DAYS-X WS-CRV-PARM-PCT-X
               End-Unstring
               If WS-CRV-PARM-DAYS-X Not = Spaces
                   And Function Test-Numval(WS-CRV-PARM-DAYS-X) = 0
                   Compute WS-CRV-WINDOW-DAYS =
                       Function Numval(WS-CRV-PARM-DAYS-X)
               End-If
               If WS-CRV-PARM-PCT-X Not = Spaces
                   And Function Test-Numval(WS-CRV-PARM-PCT-X) = 0
                   Compute WS-CRV-SHORT-PCT =
                       Function Numval(WS-CRV-PARM-PCT-X)
               End-If
           End-If
           If WS-CRV-WINDOW-DAYS = 0
               Move 30 To WS-CRV-WINDOW-DAYS
           End-If
           Move Function Current-Date(1:8) To WS-CRV-TODAY
           Compute WS-CRV-TODAY-INT =
               Function Integer-of-Date(WS-CRV-TODAY)
           Perform Load-Change-Register
           If WS-CHG-COUNT > 0
               Perform Load-Production-Costs
               Perform Judge-Changes
           End-If
           Perform Print-Verification-Report
           Move WS-CRV-WORST-RC To RETURN-CODE
           GOBACK.


       Load-Change-Register.
           Open Input TODYNCRG-FILE
           If WS-CRGFILE-STATUS Not = '00'
               Display '    *** TODYNCRG NOT AVAILABLE (STATUS '
                       WS-CRGFILE-STATUS ') - NOTHING TO VERIFY ***'
               Move 8 To WS-CRV-WORST-RC
           Else
               Move Low-Values To CRG-KEY
               Move 'N' To WS-EOF-SW
               Start TODYNCRG-FILE Key Not < CRG-KEY
                   Invalid Key
                       Move 'Y' To WS-EOF-SW
               End-Start
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNCRG-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Load-One-Change
                   End-Read
                   If WS-CRGFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNCRG-FILE
           End-If
           EXIT.


       Load-One-Change.
           If WS-CHG-COUNT < 200
               And CRG-RECOMPILE-DATE Numeric
               Add 1 To WS-CHG-COUNT
               Set WS-GX To WS-CHG-COUNT
               Initialize WS-CHG-ROW(WS-GX)
               Move CRG-CALLER         To WS-CHG-CALLER(WS-GX)
               Move CRG-MODULE         To WS-CHG-MODULE(WS-GX)
               Move CRG-RECOMPILE-DATE To WS-CHG-DATE(WS-GX)
               Move CRG-TICKET         To WS-CHG-TICKET(WS-GX)
               Move CRG-JOBNAME        To WS-CHG-JOBNAME(WS-GX)
               Move CRG-PROJ-SAVE-YEAR To WS-CHG-PROJ-YEAR(WS-GX)
               Move CRG-RECOMPILE-DATE To WS-CRV-DATE-9
               Compute WS-CHG-DATE-INT(WS-GX) =
                   Function Integer-of-Date(WS-CRV-DATE-9)
           Else
               If WS-CHG-COUNT >= 200
                   Display '    *** MORE THAN 200 REGISTERED CHANGES'
                           ' - ' CRG-CALLER ' ' CRG-MODULE
                           ' NOT VERIFIED ***'
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One pass over TODYNPVH; each day marker is a feed day,
      *    and each usable row is credited to every change for its
      *    module (and job, when one is registered) whose before or
      *    after window holds the row's date.
      *--------------------------------------------------------------
       Load-Production-Costs.
           Open Input TODYNPVH-FILE
           If WS-PVHFILE-STATUS Not = '00'
               Display '    *** TODYNPVH NOT AVAILABLE (STATUS '
                       WS-PVHFILE-STATUS ') - NOTHING TO MEASURE '
                       'AGAINST ***'
               Move 8 To WS-CRV-WORST-RC
           Else
               Move Low-Values To PVH-KEY
               Move 'N' To WS-EOF-SW
               Start TODYNPVH-FILE Key Not < PVH-KEY
                   Invalid Key
                       Move 'Y' To WS-EOF-SW
               End-Start
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNPVH-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Judge-One-Volume-Row
                   End-Read
                   If WS-PVHFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNPVH-FILE
           End-If
           EXIT.


       Judge-One-Volume-Row.
           If PVH-KEY-DATE Numeric
               Move PVH-KEY-DATE To WS-CRV-DATE-9
               Compute WS-CRV-DATE-INT =
                   Function Integer-of-Date(WS-CRV-DATE-9)
               Evaluate True
                   When PVH-KEY-JOBNAME = Low-Values
                       Perform Note-Feed-Day
                   When PVH-FLAGGED
                       Continue
                   When PVH-SOURCE = 'S'
                    And PVH-CALLS Numeric
                    And PVH-CALLS > 0
                       Perform Credit-One-Cost-Row
                   When Other
                       Continue
               End-Evaluate
           End-If
           EXIT.


       Credit-One-Cost-Row.
           Perform Varying WS-GX From 1 By 1
                   Until WS-GX > WS-CHG-COUNT
               If WS-CHG-MODULE(WS-GX) = PVH-KEY-MODULE
                   And (WS-CHG-JOBNAME(WS-GX) = Spaces
                     Or WS-CHG-JOBNAME(WS-GX) = PVH-KEY-JOBNAME)
                   Evaluate True
                       When WS-CRV-DATE-INT < WS-CHG-DATE-INT(WS-GX)
                        And WS-CRV-DATE-INT >=
                            WS-CHG-DATE-INT(WS-GX)
                          - WS-CRV-WINDOW-DAYS
                           Add PVH-CPU-SECS
                               To WS-CHG-BEF-CPU(WS-GX)
                           Add PVH-CALLS
                               To WS-CHG-BEF-CALLS(WS-GX)
                       When WS-CRV-DATE-INT > WS-CHG-DATE-INT(WS-GX)
                        And WS-CRV-DATE-INT <=
                            WS-CHG-DATE-INT(WS-GX)
                          + WS-CRV-WINDOW-DAYS
                           Add PVH-CPU-SECS
                               To WS-CHG-AFT-CPU(WS-GX)
                           Add PVH-CALLS
                               To WS-CHG-AFT-CALLS(WS-GX)
                       When Other
                           Continue
                   End-Evaluate
               End-If
           End-Perform
           EXIT.


       Note-Feed-Day.
           Move 'N' To WS-DAY-FOUND-SW
           Perform Varying WS-DAY-IX From 1 By 1
                   Until WS-DAY-IX > WS-DAY-COUNT
               If WS-DAY-INT(WS-DAY-IX) = WS-CRV-DATE-INT
                   Move 'Y' To WS-DAY-FOUND-SW
                   Move WS-DAY-COUNT To WS-DAY-IX
               End-If
           End-Perform
           If WS-DAY-FOUND-SW = 'N'
               And WS-DAY-COUNT < 400
               Add 1 To WS-DAY-COUNT
               Move WS-CRV-DATE-INT To WS-DAY-INT(WS-DAY-COUNT)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Per change: both per-call costs, the realized annual
      *    saving at the after-window call rate, its share of the
      *    projection, and the verdict.
      *--------------------------------------------------------------
       Judge-Changes.
           Perform Varying WS-GX From 1 By 1
                   Until WS-GX > WS-CHG-COUNT
               Perform Judge-One-Change
           End-Perform
           If WS-CRV-PROJ-TOTAL > 0
               Compute WS-CRV-TOTAL-PCT Rounded =
                   WS-CRV-REAL-TOTAL * 100 / WS-CRV-PROJ-TOTAL
           End-If
           If WS-CRV-SHORT-CNT > 0 And WS-CRV-WORST-RC < 4
               Move 4 To WS-CRV-WORST-RC
           End-If
           EXIT.


       Judge-One-Change.
           If WS-CHG-BEF-CALLS(WS-GX) > 0
               Compute WS-CHG-BEF-PC(WS-GX) Rounded =
                   WS-CHG-BEF-CPU(WS-GX) / WS-CHG-BEF-CALLS(WS-GX)
           End-If
           If WS-CHG-AFT-CALLS(WS-GX) > 0
               Compute WS-CHG-AFT-PC(WS-GX) Rounded =
                   WS-CHG-AFT-CPU(WS-GX) / WS-CHG-AFT-CALLS(WS-GX)
           End-If
           Move 0 To WS-CHG-AFT-DAYS(WS-GX)
           Perform Varying WS-DAY-IX From 1 By 1
                   Until WS-DAY-IX > WS-DAY-COUNT
               If WS-DAY-INT(WS-DAY-IX) > WS-CHG-DATE-INT(WS-GX)
                   And WS-DAY-INT(WS-DAY-IX) <=
                       WS-CHG-DATE-INT(WS-GX) + WS-CRV-WINDOW-DAYS
                   Add 1 To WS-CHG-AFT-DAYS(WS-GX)
               End-If
           End-Perform
           Evaluate True
               When WS-CRV-TODAY-INT <=
                    WS-CHG-DATE-INT(WS-GX) + WS-CRV-WINDOW-DAYS
                   Move 'PENDING' To WS-CHG-VERDICT(WS-GX)
                   Add 1 To WS-CRV-PENDING-CNT
               When WS-CHG-BEF-CALLS(WS-GX) = 0
                 Or WS-CHG-AFT-CALLS(WS-GX) = 0
                 Or WS-CHG-AFT-DAYS(WS-GX) = 0
                   Move 'NO DATA' To WS-CHG-VERDICT(WS-GX)
                   Add 1 To WS-CRV-NODATA-CNT
               When Other
                   Perform Realize-One-Change
           End-Evaluate
           EXIT.


       Realize-One-Change.
           Compute WS-CRV-PER-CALL-DROP =
               WS-CHG-BEF-PC(WS-GX) - WS-CHG-AFT-PC(WS-GX)
           Compute WS-CRV-CALLS-DAY Rounded =
               WS-CHG-AFT-CALLS(WS-GX) / WS-CHG-AFT-DAYS(WS-GX)
           Compute WS-CHG-REAL-YEAR(WS-GX) Rounded =
               WS-CRV-PER-CALL-DROP * WS-CRV-CALLS-DAY * 365
           Add 1 To WS-CRV-MEASURED-CNT
           Add WS-CHG-PROJ-YEAR(WS-GX) To WS-CRV-PROJ-TOTAL
           Add WS-CHG-REAL-YEAR(WS-GX) To WS-CRV-REAL-TOTAL
           Move 0 To WS-CHG-PCT(WS-GX)
           If WS-CHG-PROJ-YEAR(WS-GX) > 0
               Compute WS-CHG-PCT(WS-GX) Rounded =
                   WS-CHG-REAL-YEAR(WS-GX) * 100
                 / WS-CHG-PROJ-YEAR(WS-GX)
           End-If
           If WS-CHG-PROJ-YEAR(WS-GX) > 0
               And WS-CHG-PCT(WS-GX) < WS-CRV-SHORT-PCT
               Move 'SHORT' To WS-CHG-VERDICT(WS-GX)
               Add 1 To WS-CRV-SHORT-CNT
           Else
               Move 'OK' To WS-CHG-VERDICT(WS-GX)
           End-If
           EXIT.


       Print-Verification-Report.
           Display ' '
           Display 'TODYNCRV RECOMPILE REALIZED-SAVINGS VERIFICATION'
           Display '=================================================='
           Move WS-CRV-WINDOW-DAYS To WS-SHOW-DAYS
           Display '  Window before / after recompile . : '
                   WS-SHOW-DAYS ' days'
           Move WS-CRV-SHORT-PCT To WS-SHOW-DAYS
           Display '  Flagged SHORT below . . . . . . . : '
                   WS-SHOW-DAYS ' % of projection'
           Display ' '
           Display '  CALLER   MODULE   RECOMPILED TICKET      '
                   '   PER-CALL BEFORE  PER-CALL AFTER  PROJ CP'
                   'U SEC/YR  REAL CPU SEC/YR    PCT   VERDICT'
           Display ' ---------------------------------------------'
                   '---------------------------------------------'
                   '---------------------------------------------'
           If WS-CHG-COUNT = 0
               Display '    (no changes on the register)'
           End-If
           Perform Varying WS-GX From 1 By 1
                   Until WS-GX > WS-CHG-COUNT
               Perform Print-One-Change
           End-Perform
           Display ' ---------------------------------------------'
                   '---------------------------------------------'
                   '---------------------------------------------'
           Move WS-CRV-PROJ-TOTAL To WS-SHOW-PROJ-YEAR
           Move WS-CRV-REAL-TOTAL To WS-SHOW-REAL-YEAR
           Move WS-CRV-TOTAL-PCT  To WS-SHOW-PCT
           Display '  TOTAL OF MEASURED CHANGES'
                   '                                          '
                   '       ' WS-SHOW-PROJ-YEAR '   '
                   WS-SHOW-REAL-YEAR '   ' WS-SHOW-PCT
           Display ' '
           Move WS-CHG-COUNT To WS-SHOW-CNT
           Display '  Registered changes  . . . . . . . : '
                   WS-SHOW-CNT
           Move WS-CRV-MEASURED-CNT To WS-SHOW-CNT
           Display '  Measured  . . . . . . . . . . . . : '
                   WS-SHOW-CNT
           Move WS-CRV-SHORT-CNT To WS-SHOW-CNT
           Display '    flagged SHORT . . . . . . . . . : '
                   WS-SHOW-CNT
           Move WS-CRV-PENDING-CNT To WS-SHOW-CNT
           Display '  Pending - after window not over . : '
                   WS-SHOW-CNT
           Move WS-CRV-NODATA-CNT To WS-SHOW-CNT
           Display '  No production volume  . . . . . . : '
                   WS-SHOW-CNT
           If WS-CRV-SHORT-CNT > 0
               Display '  *** REALIZED SAVINGS SHORT OF PROJECTION -'
                       ' REVIEW THE BENCHMARK DELTA ***'
           End-If
           Display '=================================================='
           EXIT.


       Print-One-Change.
           Move WS-CHG-CALLER(WS-GX)    To WS-LINE-CALLER
           Move WS-CHG-MODULE(WS-GX)    To WS-LINE-MODULE
           Move WS-CHG-DATE(WS-GX)      To WS-LINE-DATE
           Move WS-CHG-TICKET(WS-GX)    To WS-LINE-TICKET
           Move WS-CHG-PROJ-YEAR(WS-GX) To WS-LINE-PROJ-YEAR
           Move WS-CHG-VERDICT(WS-GX)   To WS-LINE-VERDICT
           If WS-CHG-VERDICT(WS-GX) = 'OK' Or 'SHORT'
               Move Spaces                  To WS-LINE-PER-CALL
               Move Spaces                  To WS-LINE-REALIZED
               Move WS-CHG-BEF-PC(WS-GX)    To WS-LINE-BEF-PC
               Move WS-CHG-AFT-PC(WS-GX)    To WS-LINE-AFT-PC
               Move WS-CHG-REAL-YEAR(WS-GX) To WS-LINE-REAL-YEAR
               Move WS-CHG-PCT(WS-GX)       To WS-LINE-PCT
           Else
               Move Spaces To WS-LINE-PER-CALL
               Move Spaces To WS-LINE-REALIZED
           End-If
           Display WS-CRV-LINE
           EXIT.
