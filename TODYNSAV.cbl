      *     and folding them in would overstate the saving.  TODYNAM7 (CALL+CANCEL) and TODYNAM8
      *     (BY CONTENT copies) measure structurally different
      *     costs and are excluded, as TODYNREC excludes them.
      *
      *     The payback is scoped by the production call-site
      *     inventory TODYNCSS builds (TODYNCSI).  A recompile only
      *     changes a CALL 'literal' in a caller compiled DYNAM -
      *     a NODYNAM caller is static already and a CALL
      *     identifier stays dynamic either way - so each module's
      *     saving is cut to the share of its inventoried call
      *     sites a recompile would change (call volume is only
      *     known per module, so every site is taken to carry an
      *     equal share), and a module with no inventoried call
      *     sites is credited nothing.  The callers to recompile
      *     are listed under each ranked module.  Without the
      *     inventory the projection is printed unscoped, as
      *     before, and the step ends RC 4.
      *
      *     Production days TODYNPVA flagged as volume anomalies (a
      *     looping job, a brand-new job/module pair) are held out
      *     of the volumes until an analyst accepts them on the
      *     TODYNPVM panel - a runaway loop must not turn into a
      *     payback.  The count held back is printed.
      *
      *     Every run appends its projection, per module and caller
      *     to recompile, to the TODYNSVP history - the change
      *     register (TODYNCRM) copies the projected saving that
      *     justified each recompile from there, and TODYNCRV later
      *     holds it up against what production actually saved.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY RESSEL.
           COPY SMFSEL.
           COPY CCFSEL.
           COPY CSISEL.
           COPY SVPSEL.
           COPY PVHSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RESFD.
           COPY SMFFD.
           COPY CCFFD.
           COPY CSIFD.
           COPY SVPFD.
           COPY PVHFD.

       WORKING-STORAGE SECTION.

           COPY RESWS.
           COPY SMFWS.
           COPY CCFWS.
           COPY CSIWS.
           COPY SVPWS.
           COPY PVHWS.

      *---------------------------------------------------------------
      *    Per-call cost accumulators for the overhead delta - the
              10 WS-VOL-CALLS-DAY PIC 9(09)V9(02) COMP-5.
              10 WS-VOL-SAVE-DAY  PIC 9(09)V9(06) COMP-5.
              10 WS-VOL-SAVE-YEAR PIC 9(11)V9(02) COMP-5.
              10 WS-VOL-SITES     PIC 9(05)       COMP-5.
              10 WS-VOL-CHG-SITES PIC 9(05)       COMP-5.
              10 WS-VOL-ID-SITES  PIC 9(05)       COMP-5.
              10 WS-VOL-CHG-CLRS  PIC 9(05)       COMP-5.
       01  WS-VOL-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-VOL-HIT             PIC  9(03)  COMP-5  Value 0.
       01  WS-VOL-FULL-SW         PIC  X(01)  Value 'N'.
              10 WS-SEEN-DATE     PIC X(08).
       01  WS-SEEN-FOUND-SW       PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    Anomaly holds - a feed row whose jobname/module/day is
      *    flagged on TODYNPVH and not yet accepted is skipped.
      *---------------------------------------------------------------
       01  WS-PVH-OPEN-SW         PIC  X(01)  Value 'N'.
       01  WS-PVH-HELD-SW         PIC  X(01)  Value 'N'.
       01  WS-PVH-HELD-CNT        PIC  9(07)  COMP-5  Value 0.
       01  WS-PVH-HELD-CALLS      PIC  9(12)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Call sites from the inventory, one row per module/caller:
      *    all sites, the sites a recompile changes (CALL literal,
      *    caller compiled DYNAM) and the CALL identifier sites.
      *    Identifier sites the scanner could not resolve to a
      *    module are only counted.
      *---------------------------------------------------------------
       01  WS-CSI-LOADED-SW       PIC  X(01)  Value 'N'.
       01  WS-CSI-READ-CNT        PIC  9(07)  COMP-5  Value 0.
       01  WS-CSI-UNRES-CNT       PIC  9(07)  COMP-5  Value 0.
       01  WS-CSI-OVERFLOW-CNT    PIC  9(07)  COMP-5  Value 0.
       01  WS-CLR-COUNT           PIC  9(04)  COMP-5  Value 0.
       01  WS-CLR-TABLE.
           05 WS-CLR-ROW OCCURS 500 TIMES INDEXED BY WS-CX.
              10 WS-CLR-MODULE    PIC X(08).
              10 WS-CLR-CALLER    PIC X(08).
              10 WS-CLR-SITES     PIC 9(05)  COMP-5.
              10 WS-CLR-CHG-SITES PIC 9(05)  COMP-5.
              10 WS-CLR-ID-SITES  PIC 9(05)  COMP-5.
       01  WS-CLR-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-CLR-HIT             PIC  9(04)  COMP-5  Value 0.
       01  WS-CLR-PRINT-IX        PIC  9(03)  COMP-5  Value 0.
       01  WS-SVP-RUN-DATE        PIC  X(08)  Value Spaces.
       01  WS-SVP-RUN-TIME        PIC  X(06)  Value Spaces.
       01  WS-SVP-DATE-TIME       PIC  X(21).
       01  WS-SVP-OUT-CNT         PIC  9(05)  COMP-5  Value 0.
       01  WS-CLR-PRINT-LINE.
           05 WS-CLR-PRINT-NAME   OCCURS 6 TIMES
                                  PIC X(10).

      *---------------------------------------------------------------
      *    Ranking work fields - the volume table is sorted in
      *    place, largest annual saving first, before printing.
           05 WS-SWAP-CALLS-DAY   PIC 9(09)V9(02) COMP-5.
           05 WS-SWAP-SAVE-DAY    PIC 9(09)V9(06) COMP-5.
           05 WS-SWAP-SAVE-YEAR   PIC 9(11)V9(02) COMP-5.
           05 WS-SWAP-SITES       PIC 9(05)       COMP-5.
           05 WS-SWAP-CHG-SITES   PIC 9(05)       COMP-5.
           05 WS-SWAP-ID-SITES    PIC 9(05)       COMP-5.
           05 WS-SWAP-CHG-CLRS    PIC 9(05)       COMP-5.
       01  WS-CUM-SAVE-YEAR       PIC  9(12)V9(02) COMP-5  Value 0.
       01  WS-RANK-NO             PIC  9(03)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Graded step outcome: 0 clean, 4 when the call-site
      *    inventory was absent and the projection is unscoped, 8
      *    when the history or both volume feeds were absent and no
      *    projection could be made.
      *---------------------------------------------------------------
       01  WS-SAV-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-ANY-VOLUME-SW       PIC  X(01)  Value 'N'.
       01  WS-SHOW-SAVE-DAY       PIC  ZZZ,ZZ9.999999.
       01  WS-SHOW-SAVE-YEAR      PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-CUM-YEAR       PIC  ZZZ,ZZZ,ZZ9.99.
       01  WS-SHOW-SITES          PIC  ZZ,ZZ9.
       01  WS-SHOW-CHG-SITES      PIC  ZZ,ZZ9.
       01  WS-SHOW-ID-SITES       PIC  ZZ,ZZ9.
       01  WS-SHOW-CHG-CLRS       PIC  ZZ,ZZ9.
       01  WS-SHOW-HELD-CNT       PIC  ZZZ,ZZ9.
       01  WS-SHOW-HELD-CALLS     PIC  ZZZ,ZZZ,ZZZ,ZZ9.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Perform Load-Benchmark-Delta
           Perform Open-Anomaly-Holds
           Perform Load-SMF-Volumes
           Perform Load-Feed-Volumes
           If WS-PVH-OPEN-SW = 'Y'
               Close TODYNPVH-FILE
           End-If
           Perform Load-Call-Site-Inventory
           Perform Project-Savings
           Perform Rank-By-Annual-Saving
           Perform Print-Savings-Report
           Perform Write-Projection-History
           Move WS-SAV-WORST-RC To RETURN-CODE
           GOBACK.

      *                    overhead only - it is common to both
      *                    sides of the delta, so the records are
      *                    excluded rather than subtracted.
      *                    TODYNCIC's CICS call styles are not a
      *                    batch DYNAM/NODYNAM figure either,
      *                    and TODYNAM9's are per call chain.
                           If RR-ITER-COUNT > 0
                               And RR-STABLE-FLAG Not = 'U'
                               And RR-KEY-CALLTYPE Not = 'N'
                               And RR-KEY-CALLTYPE Not = 'F'
                               And RR-KEY-PROGRAM Not = 'TODYNAM7'
                               And RR-KEY-PROGRAM Not = 'TODYNAM8'
                               And RR-KEY-PROGRAM Not = 'TODYNAM9'
                               And RR-KEY-PROGRAM Not = 'TODYNCIC'
                               Perform Accumulate-Delta-Record
                           End-If
                   End-Read
                       Not At End
                           If SMF-CALL-COUNT Numeric
                               And SMF-CALL-COUNT > 0
                               Perform Load-One-SMF-Volume
                           End-If
                   End-Read
               End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    A held SMF row still marks its module/day as covered, so
      *    the feed pass cannot put the same held calls back in.
      *--------------------------------------------------------------
       Load-One-SMF-Volume.
           Move SMF-RUN-DATE     To PVH-KEY-DATE
           Move SMF-JOBNAME      To PVH-KEY-JOBNAME
           Move SMF-PROGRAM-NAME To PVH-KEY-MODULE
           Perform Check-Anomaly-Hold
           Move SMF-PROGRAM-NAME To WS-VOL-LOOK-MODULE
           Move SMF-CALL-COUNT   To WS-VOL-LOOK-CALLS
           Move SMF-RUN-DATE     To WS-DAY-LOOK-DATE
           If WS-PVH-HELD-SW = 'Y'
               Add SMF-CALL-COUNT To WS-PVH-HELD-CALLS
           Else
               Perform Add-Volume-Row
           End-If
           Perform Note-Seen-Pair
           EXIT.


      *--------------------------------------------------------------
      *    TODYNCCF rows fill in module/days the SMF attribution
      *    never matched - a module/date already volumed from
               If CCF-CALL-COUNT Numeric And CCF-CALL-COUNT > 0
                   Perform Check-Seen-Module-Date
                   If WS-SEEN-FOUND-SW = 'N'
                       Move CCF-RUN-DATE   To PVH-KEY-DATE
                       Move CCF-JOBNAME    To PVH-KEY-JOBNAME
                       Move CCF-MODULE     To PVH-KEY-MODULE
                       Perform Check-Anomaly-Hold
                       If WS-PVH-HELD-SW = 'Y'
                           Add CCF-CALL-COUNT To WS-PVH-HELD-CALLS
                       Else
                           Move CCF-MODULE     To WS-VOL-LOOK-MODULE
                           Move CCF-CALL-COUNT To WS-VOL-LOOK-CALLS
                           Move CCF-RUN-DATE   To WS-DAY-LOOK-DATE
                           Perform Add-Volume-Row
                       End-If
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The volume history is optional - without it (no anomaly
      *    check run yet) every feed row counts, as before.
      *--------------------------------------------------------------
       Open-Anomaly-Holds.
           Open Input TODYNPVH-FILE
           If WS-PVHFILE-STATUS = '00'
               Move 'Y' To WS-PVH-OPEN-SW
           Else
               Display '  (TODYNPVH not available - status '
                       WS-PVHFILE-STATUS
                       ' - no volume anomalies held out)'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Is the feed row keyed in PVH-KEY a flagged, unaccepted
      *    anomaly day?  Answer in WS-PVH-HELD-SW.
      *--------------------------------------------------------------
       Check-Anomaly-Hold.
           Move 'N' To WS-PVH-HELD-SW
           If WS-PVH-OPEN-SW = 'Y'
               Read TODYNPVH-FILE
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If PVH-FLAGGED
                           Move 'Y' To WS-PVH-HELD-SW
                           Add 1 To WS-PVH-HELD-CNT
                       End-If
               End-Read
           End-If
           EXIT.


       Check-Seen-Module-Date.
           Move 'N' To WS-SEEN-FOUND-SW
           If WS-SEEN-COUNT > 0
           EXIT.


      *--------------------------------------------------------------
      *    The call-site inventory, folded into one row per
      *    module/caller.  A missing inventory is a warning, not a
      *    failure - the projection still prints, unscoped.
      *--------------------------------------------------------------
       Load-Call-Site-Inventory.
           Open Input TODYNCSI-FILE
           If WS-CSIFILE-STATUS Not = '00'
               Display '    *** TODYNCSI NOT AVAILABLE (STATUS '
                       WS-CSIFILE-STATUS ') - PAYBACK NOT SCOPED TO '
                       'CALL SITES ***'
               If WS-SAV-WORST-RC < 4
                   Move 4 To WS-SAV-WORST-RC
               End-If
           Else
               Move 'Y' To WS-CSI-LOADED-SW
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNCSI-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Add 1 To WS-CSI-READ-CNT
                           Perform Fold-One-Call-Site
                   End-Read
               End-Perform
               Close TODYNCSI-FILE
           End-If
           EXIT.


       Fold-One-Call-Site.
           If CSI-MODULE = Spaces
               Add 1 To WS-CSI-UNRES-CNT
           Else
               Perform Find-Or-Add-Caller-Row
               If WS-CLR-FOUND-SW Not = 'X'
                   Add 1 To WS-CLR-SITES(WS-CX)
                   If CSI-CALL-FORM = 'I'
                       Add 1 To WS-CLR-ID-SITES(WS-CX)
                   Else
                       If CSI-COMPILE-OPT = 'D'
                           Add 1 To WS-CLR-CHG-SITES(WS-CX)
                       End-If
                   End-If
               End-If
           End-If
           EXIT.


       Find-Or-Add-Caller-Row.
           Move 'N' To WS-CLR-FOUND-SW
           Move 0   To WS-CLR-HIT
           If WS-CLR-COUNT > 0
               Perform Varying WS-CX From 1 By 1
                       Until WS-CX > WS-CLR-COUNT
                   If WS-CLR-MODULE(WS-CX) = CSI-MODULE
                       And WS-CLR-CALLER(WS-CX) = CSI-CALLER
                       Move 'Y' To WS-CLR-FOUND-SW
                       Set WS-CLR-HIT To WS-CX
                       Set WS-CX To WS-CLR-COUNT
                   End-If
               End-Perform
           End-If
           If WS-CLR-FOUND-SW = 'Y'
               Set WS-CX To WS-CLR-HIT
           Else
               If WS-CLR-COUNT < 500
                   Add 1 To WS-CLR-COUNT
                   Set WS-CX To WS-CLR-COUNT
                   Move CSI-MODULE To WS-CLR-MODULE(WS-CX)
                   Move CSI-CALLER To WS-CLR-CALLER(WS-CX)
                   Move 0 To WS-CLR-SITES(WS-CX)
                   Move 0 To WS-CLR-CHG-SITES(WS-CX)
                   Move 0 To WS-CLR-ID-SITES(WS-CX)
               Else
                   Move 'X' To WS-CLR-FOUND-SW
                   If WS-CSI-OVERFLOW-CNT = 0
                       Display '    *** MORE THAN 500 MODULE/CALLER '
                               'PAIRS ON TODYNCSI - FURTHER CALL '
                               'SITES NOT COUNTED ***'
                   End-If
                   Add 1 To WS-CSI-OVERFLOW-CNT
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Calls per day, CPU seconds saved per day, and per year
      *    (365 days) for every module the feed volumed - cut to
      *    the share of the module's call sites a recompile would
      *    change when the inventory is there.
      *--------------------------------------------------------------
       Project-Savings.
           If WS-DAY-COUNT > 0
               Perform Varying WS-VX From 1 By 1
                       Until WS-VX > WS-VOL-COUNT
                   Perform Count-Module-Call-Sites
                   Compute WS-VOL-CALLS-DAY(WS-VX) Rounded =
                       WS-VOL-CALLS(WS-VX) / WS-DAY-COUNT
                   Evaluate True
                       When WS-CSI-LOADED-SW = 'N'
                           Compute WS-VOL-SAVE-DAY(WS-VX) Rounded =
                               WS-VOL-CALLS-DAY(WS-VX)
                             * WS-DELTA-PER-CALL
                       When WS-VOL-SITES(WS-VX) = 0
                           Move 0 To WS-VOL-SAVE-DAY(WS-VX)
                       When Other
                           Compute WS-VOL-SAVE-DAY(WS-VX) Rounded =
                               WS-VOL-CALLS-DAY(WS-VX)
                             * WS-DELTA-PER-CALL
                             * WS-VOL-CHG-SITES(WS-VX)
                             / WS-VOL-SITES(WS-VX)
                   End-Evaluate
                   Compute WS-VOL-SAVE-YEAR(WS-VX) Rounded =
                       WS-VOL-SAVE-DAY(WS-VX) * 365
               End-Perform
           EXIT.


       Count-Module-Call-Sites.
           Move 0 To WS-VOL-SITES(WS-VX)
           Move 0 To WS-VOL-CHG-SITES(WS-VX)
           Move 0 To WS-VOL-ID-SITES(WS-VX)
           Move 0 To WS-VOL-CHG-CLRS(WS-VX)
           Perform Varying WS-CX From 1 By 1
                   Until WS-CX > WS-CLR-COUNT
               If WS-CLR-MODULE(WS-CX) = WS-VOL-MODULE(WS-VX)
                   Add WS-CLR-SITES(WS-CX) To WS-VOL-SITES(WS-VX)
                   Add WS-CLR-CHG-SITES(WS-CX)
                       To WS-VOL-CHG-SITES(WS-VX)
                   Add WS-CLR-ID-SITES(WS-CX)
                       To WS-VOL-ID-SITES(WS-VX)
                   If WS-CLR-CHG-SITES(WS-CX) > 0
                       Add 1 To WS-VOL-CHG-CLRS(WS-VX)
                   End-If
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Straight selection sort of the volume table, largest
      *    annual saving first - sixty rows at most, so no need for
           Move WS-DAY-COUNT To WS-SHOW-DAYS
           Display '  Production days in volume feed  . : '
                   WS-SHOW-DAYS
           If WS-PVH-HELD-CNT > 0
               Move WS-PVH-HELD-CNT   To WS-SHOW-HELD-CNT
               Move WS-PVH-HELD-CALLS To WS-SHOW-HELD-CALLS
               Display '  Anomaly job/module days held out  : '
                       WS-SHOW-HELD-CNT
               Display '    calls held out . . . . . . . . : '
                       WS-SHOW-HELD-CALLS
               Display '  (accept them on TODYNPVM to count them)'
           End-If
           If WS-CSI-LOADED-SW = 'Y'
               Move WS-CSI-READ-CNT To WS-SHOW-SITES
               Display '  Inventoried call sites  . . . . . : '
                       WS-SHOW-SITES
               Move WS-CSI-UNRES-CNT To WS-SHOW-SITES
               Display '    identifier calls not resolved  : '
                       WS-SHOW-SITES
               Display '  Payback counts only CALL literal sites in'
                       ' DYNAM-compiled callers'
           Else
               Display '  *** NO CALL-SITE INVENTORY - PAYBACK IS FOR'
                       ' EVERY CALL, NOT SCOPED ***'
           End-If
           If WS-DYN-CNT = 0 Or WS-NODYN-CNT = 0
               Display '  *** BOTH SIDES OF THE DELTA NEED HISTORY -'
                       ' RUN TODYNAM1-6 BEFORE TRUSTING THIS PAGE ***'
           Display '  ' WS-SHOW-RANK '  ' WS-VOL-MODULE(WS-VX)
                   '  ' WS-SHOW-CALLS-DAY '  ' WS-SHOW-SAVE-DAY
                   '  ' WS-SHOW-SAVE-YEAR '  ' WS-SHOW-CUM-YEAR
           If WS-CSI-LOADED-SW = 'Y'
               Perform Print-Module-Callers
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Under each ranked module: how many callers need the
      *    recompile, how many of the module's call sites that
      *    changes, and the callers themselves, six to a line.
      *--------------------------------------------------------------
       Print-Module-Callers.
           If WS-VOL-SITES(WS-VX) = 0
               Display '          no call sites on the inventory -'
                       ' no payback counted'
           Else
               Move WS-VOL-CHG-CLRS(WS-VX)  To WS-SHOW-CHG-CLRS
               Move WS-VOL-CHG-SITES(WS-VX) To WS-SHOW-CHG-SITES
               Move WS-VOL-SITES(WS-VX)     To WS-SHOW-SITES
               Move WS-VOL-ID-SITES(WS-VX)  To WS-SHOW-ID-SITES
               Display '          callers to recompile '
                       WS-SHOW-CHG-CLRS ' - sites changed '
                       WS-SHOW-CHG-SITES ' of ' WS-SHOW-SITES
                       ', by identifier ' WS-SHOW-ID-SITES
               Move Spaces To WS-CLR-PRINT-LINE
               Move 0 To WS-CLR-PRINT-IX
               Perform Varying WS-CX From 1 By 1
                       Until WS-CX > WS-CLR-COUNT
                   If WS-CLR-MODULE(WS-CX) = WS-VOL-MODULE(WS-VX)
                       And WS-CLR-CHG-SITES(WS-CX) > 0
                       Add 1 To WS-CLR-PRINT-IX
                       Move WS-CLR-CALLER(WS-CX)
                           To WS-CLR-PRINT-NAME(WS-CLR-PRINT-IX)
                       If WS-CLR-PRINT-IX = 6
                           Display '            ' WS-CLR-PRINT-LINE
                           Move Spaces To WS-CLR-PRINT-LINE
                           Move 0 To WS-CLR-PRINT-IX
                       End-If
                   End-If
               End-Perform
               If WS-CLR-PRINT-IX > 0
                   Display '            ' WS-CLR-PRINT-LINE
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Append this run's projection to the TODYNSVP history:
      *    one row per caller to recompile, carrying that caller's
      *    share of the module's saving, or one module-level row
      *    when there was no inventory to split it by.  A history
      *    that cannot be written costs the register its source,
      *    not the committee its page - warned, RC 4.
      *--------------------------------------------------------------
       Write-Projection-History.
           If WS-VOL-COUNT > 0 And WS-DAY-COUNT > 0
               Move Function Current-Date To WS-SVP-DATE-TIME
               Move WS-SVP-DATE-TIME(1:8) To WS-SVP-RUN-DATE
               Move WS-SVP-DATE-TIME(9:6) To WS-SVP-RUN-TIME
               Open Extend TODYNSVP-FILE
               If WS-SVPFILE-STATUS = '35'
                   Open Output TODYNSVP-FILE
               End-If
               If WS-SVPFILE-STATUS Not = '00'
                   Display '    *** TODYNSVP NOT WRITABLE (STATUS '
                           WS-SVPFILE-STATUS ') - PROJECTION NOT '
                           'KEPT FOR THE CHANGE REGISTER ***'
                   If WS-SAV-WORST-RC < 4
                       Move 4 To WS-SAV-WORST-RC
                   End-If
               Else
                   Perform Varying WS-VX From 1 By 1
                           Until WS-VX > WS-VOL-COUNT
                       Perform Write-Module-Projection
                   End-Perform
                   Close TODYNSVP-FILE
                   Display '  ' WS-SVP-OUT-CNT ' projection row(s) '
                           'added to TODYNSVP'
               End-If
           End-If
           EXIT.


       Write-Module-Projection.
           Evaluate True
               When WS-CSI-LOADED-SW = 'N'
                   Move Spaces To WS-PROJECTION-REC
                   Move WS-VOL-MODULE(WS-VX)     To SVP-MODULE
                   Move WS-VOL-SAVE-YEAR(WS-VX)  To SVP-SAVE-YEAR
                   Move WS-VOL-CALLS-DAY(WS-VX)  To SVP-CALLS-DAY
                   Move 0                        To SVP-CHG-SITES
                   Move 0                        To SVP-MOD-SITES
                   Perform Write-Projection-Row
               When WS-VOL-CHG-SITES(WS-VX) > 0
                   Perform Varying WS-CX From 1 By 1
                           Until WS-CX > WS-CLR-COUNT
                       If WS-CLR-MODULE(WS-CX) = WS-VOL-MODULE(WS-VX)
                           And WS-CLR-CHG-SITES(WS-CX) > 0
                           Perform Write-Caller-Projection
                       End-If
                   End-Perform
               When Other
                   Continue
           End-Evaluate
           EXIT.


       Write-Caller-Projection.
           Move Spaces To WS-PROJECTION-REC
           Move WS-VOL-MODULE(WS-VX)    To SVP-MODULE
           Move WS-CLR-CALLER(WS-CX)    To SVP-CALLER
           Compute SVP-SAVE-YEAR Rounded =
               WS-VOL-SAVE-YEAR(WS-VX) * WS-CLR-CHG-SITES(WS-CX)
             / WS-VOL-CHG-SITES(WS-VX)
           Compute SVP-CALLS-DAY Rounded =
               WS-VOL-CALLS-DAY(WS-VX) * WS-CLR-CHG-SITES(WS-CX)
             / WS-VOL-SITES(WS-VX)
           Move WS-CLR-CHG-SITES(WS-CX) To SVP-CHG-SITES
           Move WS-VOL-SITES(WS-VX)     To SVP-MOD-SITES
           Perform Write-Projection-Row
           EXIT.


       Write-Projection-Row.
           Move WS-SVP-RUN-DATE   To SVP-RUN-DATE
           Move WS-SVP-RUN-TIME   To SVP-RUN-TIME
           Move WS-DELTA-PER-CALL To SVP-DELTA-PER-CALL
           Write WS-PROJECTION-REC
           Add 1 To WS-SVP-OUT-CNT
           EXIT.
