       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNPVA.
      *===============================================================
      *     Daily production call-volume anomaly report.  A looping
      *     job can make fifty times its usual calls to one module
      *     for a week; TODYNSAV then projects an enormous payback
      *     from the loop and nobody notices the loop itself.  This
      *     step holds each jobname/module's day up against its own
      *     trailing history - the same weekday over the last eight
      *     weeks, so a Monday batch peak is judged against other
      *     Mondays - and flags:
      *       'S' a call-count spike and 'C' a CPU spike: more than
      *           CTL-ANOMALY-FACTOR times the trailing average
      *           (0 = default 3),
      *       'Z' a drop to zero: a pair that had calls on every
      *           trailing weekday has none,
      *       'N' a brand-new job/module pair: calls today and on
      *           no earlier date anywhere in the retained history
      *           (a month-end job, a job that moved weekday or an
      *           ad-hoc rerun has run before and is not new - with
      *           nothing on the trailing weekdays it is simply not
      *           judged).
      *     Spikes also go to the operator console as an early
      *     warning of a runaway job.
      *
      *     The feeds are rebuilt every cycle, so the step first
      *     folds whatever TODYNSMF and TODYNCCF hold into the
      *     TODYNPVH volume history (TODYNSMF first, TODYNCCF for
      *     pairs the SMF attribution never produced - the same
      *     precedence TODYNSAV uses) and judges the day from
      *     there.  A flagged day is held out of the TODYNSAV
      *     volumes and the TODYNCRV realized-savings windows until
      *     an analyst accepts it on the TODYNPVM panel, and a
      *     flagged day nobody has accepted is kept out of later
      *     days' trailing averages too, so a loop that runs on for
      *     a week keeps being flagged.  History older
      *     than CTL-RETAIN-DAYS is purged.
      *
      *     PARM='YYYYMMDD' judges that day; without it, the latest
      *     day the feeds cover.  A rerun re-judges the day: flags
      *     that no longer hold are cleared, accepted days stay
      *     accepted.
      *
      *     RC 0 clean (or no trailing history yet), RC 4 anomalies
      *     flagged or no volume at all for the day, RC 8 neither
      *     feed nor the volume history could be read.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SMFSEL.
           COPY CCFSEL.
           COPY PVHSEL.
           COPY CTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY SMFFD.
           COPY CCFFD.
           COPY PVHFD.
           COPY CTLFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY SMFWS.
           COPY CCFWS.
           COPY PVHWS.
           COPY CTLWS.

      *---------------------------------------------------------------
      *    The day being judged, this run's load stamp, and the
      *    trailing same-weekday dates the feeds covered.
      *---------------------------------------------------------------
       01  WS-PVA-DAY-X           PIC  X(08)  Value Spaces.
       01  WS-PVA-DAY-9 REDEFINES WS-PVA-DAY-X
                                  PIC  9(08).
       01  WS-PVA-LATEST-DATE     PIC  X(08)  Value Spaces.
       01  WS-PVA-MARKED-DATE     PIC  X(08)  Value Spaces.
       01  WS-PVA-DATE-TIME       PIC  X(21)  Value Spaces.
       01  WS-PVA-RUN-STAMP       PIC  X(14)  Value Spaces.
       01  WS-PVA-WORK-DATE-X     PIC  X(08)  Value Spaces.
       01  WS-PVA-WORK-DATE-9 REDEFINES WS-PVA-WORK-DATE-X
                                  PIC  9(08).
       01  WS-PVA-TODAY-9         PIC  9(08)  Value 0.
       01  WS-PVA-DAY-INT         PIC  9(09)  COMP-5  Value 0.
       01  WS-PVA-CUTOFF-DATE     PIC  X(08)  Value Spaces.
       01  WS-PVA-KEEP-DAYS       PIC  9(05)  COMP-5  Value 0.
       01  WS-PVA-WEEKS-BACK      PIC  9(02)  COMP-5  Value 8.
       01  WS-PVA-WEEK-COUNT      PIC  9(02)  COMP-5  Value 0.
       01  WS-PVA-WEEK-TABLE.
           05 WS-PVA-WEEK-DATE    OCCURS 8 TIMES
                                  PIC X(08).
       01  WS-WX                  PIC  9(02)  COMP-5  Value 0.
       01  WS-PVA-SCAN-DATE       PIC  X(08)  Value Spaces.
       01  WS-PVA-SCAN-MODE       PIC  X(01)  Value Space.
       01  WS-PVA-SMF-OK-SW       PIC  X(01)  Value 'N'.
       01  WS-PVA-CCF-OK-SW       PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    One feed row on its way into TODYNPVH.
      *---------------------------------------------------------------
       01  WS-PVA-LOOK.
           05 WS-PVA-LOOK-KEY.
              10 WS-PVA-LOOK-DATE    PIC X(08).
              10 WS-PVA-LOOK-JOBNAME PIC X(08).
              10 WS-PVA-LOOK-MODULE  PIC X(08).
           05 WS-PVA-LOOK-CALLS   PIC 9(09)       COMP-5.
           05 WS-PVA-LOOK-CPU     PIC 9(09)V9(06) COMP-5.
           05 WS-PVA-LOOK-SOURCE  PIC X(01).

      *---------------------------------------------------------------
      *    The day's pairs and every pair the trailing weekdays
      *    saw, with the day's figures and the history totals.
      *---------------------------------------------------------------
       01  WS-PVA-PAIR-COUNT      PIC  9(04)  COMP-5  Value 0.
       01  WS-PVA-PAIR-TABLE.
           05 WS-PVA-PAIR-ROW OCCURS 1000 TIMES.
              10 WS-PVA-PAIR-JOBNAME PIC X(08).
              10 WS-PVA-PAIR-MODULE  PIC X(08).
              10 WS-PVA-DAY-CALLS    PIC 9(09)       COMP-5.
              10 WS-PVA-DAY-CPU      PIC 9(09)V9(06) COMP-5.
              10 WS-PVA-HIST-CALLS   PIC 9(12)       COMP-5.
              10 WS-PVA-HIST-CPU     PIC 9(12)V9(06) COMP-5.
              10 WS-PVA-HIST-ACTIVE  PIC 9(02)       COMP-5.
              10 WS-PVA-HIST-HELD    PIC 9(02)       COMP-5.
              10 WS-PVA-PAIR-NEW-SW  PIC X(01).
       01  WS-PX                  PIC  9(04)  COMP-5  Value 0.
       01  WS-PX2                 PIC  9(04)  COMP-5  Value 0.
       01  WS-PVA-NEW-LEFT        PIC  9(04)  COMP-5  Value 0.
       01  WS-PVA-HIT             PIC  9(04)  COMP-5  Value 0.
       01  WS-PVA-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-PVA-FULL-SW         PIC  X(01)  Value 'N'.

      *---------------------------------------------------------------
      *    One pair's judgement.
      *---------------------------------------------------------------
       01  WS-PVA-JUDGE.
           05 WS-PVA-WEEKS-USED   PIC 9(02)       COMP-5.
           05 WS-PVA-BASE-CALLS   PIC 9(09)       COMP-5.
           05 WS-PVA-BASE-CPU     PIC 9(09)V9(06) COMP-5.
           05 WS-PVA-LIMIT-CALLS  PIC 9(12)       COMP-5.
           05 WS-PVA-LIMIT-CPU    PIC 9(12)V9(06) COMP-5.
           05 WS-PVA-KIND         PIC X(01).
           05 WS-PVA-KIND-TEXT    PIC X(12).
           05 WS-PVA-STATE-TEXT   PIC X(08).

      *---------------------------------------------------------------
      *    Counters and display fields.
      *---------------------------------------------------------------
       01  WS-PVA-COUNTERS.
           05 WS-PVA-SMF-READ     PIC 9(09)  COMP-5  Value 0.
           05 WS-PVA-CCF-READ     PIC 9(09)  COMP-5  Value 0.
           05 WS-PVA-ROWS-ADDED   PIC 9(09)  COMP-5  Value 0.
           05 WS-PVA-ROWS-UPDATED PIC 9(09)  COMP-5  Value 0.
           05 WS-PVA-ROWS-FAILED  PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-ROWS-PURGED  PIC 9(09)  COMP-5  Value 0.
           05 WS-PVA-PAIRS-JUDGED PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-SPIKE-CNT    PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-CPU-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-ZERO-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-NEW-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-ACCEPTED-CNT PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-CLEARED-CNT  PIC 9(07)  COMP-5  Value 0.
           05 WS-PVA-LISTED-CNT   PIC 9(07)  COMP-5  Value 0.
       01  WS-PVA-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-SHOW-CNT            PIC  ZZZ,ZZ9.
       01  WS-SHOW-BIG            PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-DAY-CALLS      PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-BASE-CALLS     PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-DAY-CPU        PIC  ZZZ,ZZ9.999.
       01  WS-SHOW-BASE-CPU       PIC  ZZZ,ZZ9.999.
       01  WS-SHOW-WEEKS          PIC  Z9.
       01  WS-SHOW-FACTOR         PIC  Z9.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Perform Read-Control-File
           Move Function Current-Date To WS-PVA-DATE-TIME
           Move WS-PVA-DATE-TIME(1:14) To WS-PVA-RUN-STAMP
           Move WS-PVA-DATE-TIME(1:8)  To WS-PVA-TODAY-9
           Open I-O TODYNPVH-FILE
           If WS-PVHFILE-STATUS = '35'
               Open Output TODYNPVH-FILE
               Close TODYNPVH-FILE
               Open I-O TODYNPVH-FILE
           End-If
           If WS-PVHFILE-STATUS Not = '00'
               Display '    *** TODYNPVH NOT AVAILABLE (STATUS '
                       WS-PVHFILE-STATUS ') - NO ANOMALY CHECK ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Load-Feed-Volumes
           If LS-PARM-LEN >= 8
               If LS-PARM-TEXT(1:8) Numeric
                   Move LS-PARM-TEXT(1:8) To WS-PVA-DAY-X
               End-If
           End-If
           If WS-PVA-DAY-X = Spaces
               Move WS-PVA-LATEST-DATE To WS-PVA-DAY-X
           End-If
           Display ' '
           Display 'TODYNPVA PRODUCTION VOLUME ANOMALIES FOR '
                   WS-PVA-DAY-X
           Display '=================================================='
           If WS-PVA-DAY-X Not = Spaces
               Perform Judge-Day
           End-If
           Perform Purge-Old-History
           Close TODYNPVH-FILE
           Perform Print-Summary
           Move WS-PVA-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    Fold both feeds into the volume history.  A row loaded by
      *    an earlier run is replaced (the feeds are re-rolled), a
      *    second row for the same pair and day in this run adds
      *    to the first, and a TODYNCCF row never overrides SMF
      *    figures for the same pair and day.
      *--------------------------------------------------------------
       Load-Feed-Volumes.
           Open Input TODYNSMF-FILE
           If WS-SMFFILE-STATUS Not = '00'
               Display '  (TODYNSMF not available - status '
                       WS-SMFFILE-STATUS ' - TODYNCCF calls only,'
                       ' no CPU)'
           Else
               Move 'Y' To WS-PVA-SMF-OK-SW
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNSMF-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Add 1 To WS-PVA-SMF-READ
                           Perform Load-One-SMF-Row
                   End-Read
               End-Perform
               Close TODYNSMF-FILE
           End-If
           Open Input TODYNCCF-FILE
           If WS-CCFFILE-STATUS Not = '00'
               Display '  (TODYNCCF not available - status '
                       WS-CCFFILE-STATUS ')'
           Else
               Move 'Y' To WS-PVA-CCF-OK-SW
               Move 'N' To WS-EOF-SW
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNCCF-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Add 1 To WS-PVA-CCF-READ
                           Perform Load-One-Feed-Row
                   End-Read
               End-Perform
               Close TODYNCCF-FILE
           End-If
           Move 'N' To WS-EOF-SW
           If WS-PVA-SMF-OK-SW = 'N' And WS-PVA-CCF-OK-SW = 'N'
               Display '    *** NEITHER VOLUME FEED AVAILABLE - '
                       'JUDGING FROM HISTORY ALREADY ON FILE ***'
               Move 8 To WS-PVA-WORST-RC
           End-If
           EXIT.


       Load-One-SMF-Row.
           If SMF-JOBNAME Not = Spaces
               And SMF-RUN-DATE Numeric
               And SMF-CALL-COUNT Numeric
               Move SMF-RUN-DATE     To WS-PVA-LOOK-DATE
               Move SMF-JOBNAME      To WS-PVA-LOOK-JOBNAME
               Move SMF-PROGRAM-NAME To WS-PVA-LOOK-MODULE
               Move SMF-CALL-COUNT   To WS-PVA-LOOK-CALLS
               Move 0                To WS-PVA-LOOK-CPU
               If SMF-TOTAL-CPU-SECS Numeric
                   Move SMF-TOTAL-CPU-SECS To WS-PVA-LOOK-CPU
               End-If
               Move 'S' To WS-PVA-LOOK-SOURCE
               Perform Post-Feed-Row
           End-If
           EXIT.


       Load-One-Feed-Row.
           If CCF-JOBNAME = Spaces Or CCF-JOBNAME(1:1) = '*'
               Continue
           Else
               If CCF-RUN-DATE Numeric And CCF-CALL-COUNT Numeric
                   Move CCF-RUN-DATE   To WS-PVA-LOOK-DATE
                   Move CCF-JOBNAME    To WS-PVA-LOOK-JOBNAME
                   Move CCF-MODULE     To WS-PVA-LOOK-MODULE
                   Move CCF-CALL-COUNT To WS-PVA-LOOK-CALLS
                   Move 0              To WS-PVA-LOOK-CPU
                   Move 'C'            To WS-PVA-LOOK-SOURCE
                   Perform Post-Feed-Row
               End-If
           End-If
           EXIT.


       Post-Feed-Row.
           Perform Note-Feed-Date
           Move WS-PVA-LOOK-KEY To PVH-KEY
           Read TODYNPVH-FILE
               Invalid Key
                   Perform Add-Volume-Record
               Not Invalid Key
                   Perform Update-Volume-Record
           End-Read
           EXIT.


       Add-Volume-Record.
           Perform Clear-Volume-Record
           Move WS-PVA-LOOK-KEY    To PVH-KEY
           Move WS-PVA-LOOK-CALLS  To PVH-CALLS
           Move WS-PVA-LOOK-CPU    To PVH-CPU-SECS
           Move WS-PVA-LOOK-SOURCE To PVH-SOURCE
           Move WS-PVA-RUN-STAMP   To PVH-LOAD-STAMP
           Write WS-PROD-VOLUME-REC
               Invalid Key
                   Add 1 To WS-PVA-ROWS-FAILED
               Not Invalid Key
                   Add 1 To WS-PVA-ROWS-ADDED
           End-Write
           EXIT.


       Update-Volume-Record.
           Evaluate True
               When PVH-LOAD-STAMP = WS-PVA-RUN-STAMP
                   And PVH-SOURCE = WS-PVA-LOOK-SOURCE
                   Add WS-PVA-LOOK-CALLS To PVH-CALLS
                   Add WS-PVA-LOOK-CPU   To PVH-CPU-SECS
                   Perform Rewrite-Volume-Record
               When PVH-LOAD-STAMP = WS-PVA-RUN-STAMP
                   Continue
               When PVH-SOURCE = 'S'
                   And WS-PVA-LOOK-SOURCE = 'C'
                   Continue
               When Other
      *            A drop-to-zero flag the re-rolled feed now has
      *            calls for was no drop after all.
                   If PVH-FLAGGED And PVH-KIND = 'Z'
                       Move Space To PVH-STATUS
                       Move Space To PVH-KIND
                   End-If
                   Move WS-PVA-LOOK-CALLS  To PVH-CALLS
                   Move WS-PVA-LOOK-CPU    To PVH-CPU-SECS
                   Move WS-PVA-LOOK-SOURCE To PVH-SOURCE
                   Move WS-PVA-RUN-STAMP   To PVH-LOAD-STAMP
                   Perform Rewrite-Volume-Record
           End-Evaluate
           EXIT.


       Rewrite-Volume-Record.
           Rewrite WS-PROD-VOLUME-REC
               Invalid Key
                   Add 1 To WS-PVA-ROWS-FAILED
               Not Invalid Key
                   Add 1 To WS-PVA-ROWS-UPDATED
           End-Rewrite
           EXIT.


       Clear-Volume-Record.
           Move Spaces To WS-PROD-VOLUME-REC
           Move 0      To PVH-CALLS
           Move 0      To PVH-CPU-SECS
           Move 0      To PVH-BASE-CALLS
           Move 0      To PVH-BASE-CPU-SECS
           Move 0      To PVH-BASE-WEEKS
           EXIT.


      *--------------------------------------------------------------
      *    Mark the feed date as covered (the low-values day
      *    record) and keep the latest date seen for the default.
      *--------------------------------------------------------------
       Note-Feed-Date.
           If WS-PVA-LOOK-DATE > WS-PVA-LATEST-DATE
               Or WS-PVA-LATEST-DATE = Spaces
               Move WS-PVA-LOOK-DATE To WS-PVA-LATEST-DATE
           End-If
           If WS-PVA-LOOK-DATE Not = WS-PVA-MARKED-DATE
               Move WS-PVA-LOOK-DATE To PVH-KEY-DATE
               Move Low-Values       To PVH-KEY-JOBNAME
               Move Low-Values       To PVH-KEY-MODULE
               Read TODYNPVH-FILE
                   Invalid Key
                       Perform Clear-Volume-Record
                       Move WS-PVA-LOOK-DATE To PVH-KEY-DATE
                       Move Low-Values       To PVH-KEY-JOBNAME
                       Move Low-Values       To PVH-KEY-MODULE
                       Move WS-PVA-RUN-STAMP To PVH-LOAD-STAMP
                       Write WS-PROD-VOLUME-REC
                           Invalid Key
                               Add 1 To WS-PVA-ROWS-FAILED
                       End-Write
               End-Read
               Move WS-PVA-LOOK-DATE To WS-PVA-MARKED-DATE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Judge the day against the trailing same weekdays the
      *    feeds covered.
      *--------------------------------------------------------------
       Judge-Day.
           Move WS-PVA-DAY-X To PVH-KEY-DATE
           Move Low-Values   To PVH-KEY-JOBNAME
           Move Low-Values   To PVH-KEY-MODULE
           Read TODYNPVH-FILE
               Invalid Key
                   Move '23' To WS-PVHFILE-STATUS
           End-Read
           If WS-PVHFILE-STATUS Not = '00'
               Display '    *** NO PRODUCTION VOLUME ON FILE FOR '
                       WS-PVA-DAY-X ' - FEED MISSING? ***'
               If WS-PVA-WORST-RC < 4
                   Move 4 To WS-PVA-WORST-RC
               End-If
           Else
               Perform Find-Trailing-Weeks
               If WS-PVA-WEEK-COUNT = 0
                   Display '  No same-weekday history on file yet - '
                           'the day is loaded, nothing to compare.'
               Else
                   Move 'D'          To WS-PVA-SCAN-MODE
                   Move WS-PVA-DAY-X To WS-PVA-SCAN-DATE
                   Perform Collect-Date-Pairs
                   Move 'H' To WS-PVA-SCAN-MODE
                   Perform Varying WS-WX From 1 By 1
                           Until WS-WX > WS-PVA-WEEK-COUNT
                       Move WS-PVA-WEEK-DATE(WS-WX)
                           To WS-PVA-SCAN-DATE
                       Perform Collect-Date-Pairs
                   End-Perform
                   If WS-PVA-FULL-SW = 'Y'
                       Display '  (more than 1000 job/module pairs - '
                               'the rest are not judged)'
                   End-If
                   Perform Find-New-Pairs
                   Perform Judge-Pairs
               End-If
           End-If
           EXIT.


       Find-Trailing-Weeks.
           Compute WS-PVA-DAY-INT =
               Function Integer-of-Date(WS-PVA-DAY-9)
           Perform Varying WS-WX From 1 By 1
                   Until WS-WX > WS-PVA-WEEKS-BACK
               Compute WS-PVA-WORK-DATE-9 =
                   Function Date-of-Integer(
                       WS-PVA-DAY-INT - (7 * WS-WX))
               Move WS-PVA-WORK-DATE-X To PVH-KEY-DATE
               Move Low-Values         To PVH-KEY-JOBNAME
               Move Low-Values         To PVH-KEY-MODULE
               Read TODYNPVH-FILE
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Add 1 To WS-PVA-WEEK-COUNT
                       Move WS-PVA-WORK-DATE-X
                           To WS-PVA-WEEK-DATE(WS-PVA-WEEK-COUNT)
               End-Read
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Every pair on WS-PVA-SCAN-DATE into the pair table - as
      *    the day's figures (mode 'D') or into the trailing totals
      *    (mode 'H').  A trailing day still flagged and never
      *    accepted is held out of the average.
      *--------------------------------------------------------------
       Collect-Date-Pairs.
           Move WS-PVA-SCAN-DATE To PVH-KEY-DATE
           Move Low-Values       To PVH-KEY-JOBNAME
           Move Low-Values       To PVH-KEY-MODULE
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
                       If PVH-KEY-DATE Not = WS-PVA-SCAN-DATE
                           Move 'Y' To WS-EOF-SW
                       Else
                           If PVH-KEY-JOBNAME Not = Low-Values
                               Perform Collect-One-Pair
                           End-If
                       End-If
               End-Read
               If WS-PVHFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           Move 'N' To WS-EOF-SW
           EXIT.


       Collect-One-Pair.
           Perform Find-Or-Add-Pair
           If WS-PVA-FOUND-SW = 'Y'
               If WS-PVA-SCAN-MODE = 'D'
                   Move PVH-CALLS    To WS-PVA-DAY-CALLS(WS-PX)
                   Move PVH-CPU-SECS To WS-PVA-DAY-CPU(WS-PX)
               Else
                   If PVH-FLAGGED
                       Add 1 To WS-PVA-HIST-HELD(WS-PX)
                   Else
                       Add PVH-CALLS    To WS-PVA-HIST-CALLS(WS-PX)
                       Add PVH-CPU-SECS To WS-PVA-HIST-CPU(WS-PX)
                       If PVH-CALLS > 0
                           Add 1 To WS-PVA-HIST-ACTIVE(WS-PX)
                       End-If
                   End-If
               End-If
           End-If
           EXIT.


       Find-Or-Add-Pair.
           Move 'N' To WS-PVA-FOUND-SW
           Move 0   To WS-PVA-HIT
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > WS-PVA-PAIR-COUNT
                      Or WS-PVA-FOUND-SW = 'Y'
               If WS-PVA-PAIR-JOBNAME(WS-PX) = PVH-KEY-JOBNAME
                   And WS-PVA-PAIR-MODULE(WS-PX) = PVH-KEY-MODULE
                   Move 'Y'   To WS-PVA-FOUND-SW
                   Move WS-PX To WS-PVA-HIT
               End-If
           End-Perform
           If WS-PVA-FOUND-SW = 'N'
               If WS-PVA-PAIR-COUNT < 1000
                   Add 1 To WS-PVA-PAIR-COUNT
                   Move WS-PVA-PAIR-COUNT To WS-PVA-HIT
                   Move PVH-KEY-JOBNAME
                       To WS-PVA-PAIR-JOBNAME(WS-PVA-HIT)
                   Move PVH-KEY-MODULE
                       To WS-PVA-PAIR-MODULE(WS-PVA-HIT)
                   Move 0 To WS-PVA-DAY-CALLS(WS-PVA-HIT)
                   Move 0 To WS-PVA-DAY-CPU(WS-PVA-HIT)
                   Move 0 To WS-PVA-HIST-CALLS(WS-PVA-HIT)
                   Move 0 To WS-PVA-HIST-CPU(WS-PVA-HIT)
                   Move 0 To WS-PVA-HIST-ACTIVE(WS-PVA-HIT)
                   Move 0 To WS-PVA-HIST-HELD(WS-PVA-HIT)
                   Move 'N' To WS-PVA-PAIR-NEW-SW(WS-PVA-HIT)
                   Move 'Y' To WS-PVA-FOUND-SW
               Else
                   Move 'Y' To WS-PVA-FULL-SW
               End-If
           End-If
           Move WS-PVA-HIT To WS-PX
           EXIT.


      *--------------------------------------------------------------
      *    A pair with calls today and none on the trailing
      *    weekdays is only new if it never ran before at all - a
      *    month-end job, a job that moved weekday or an ad-hoc
      *    rerun has.  One pass over the retained history up to
      *    the day clears every candidate seen with calls on an
      *    earlier date; the pass stops once none are left.
      *--------------------------------------------------------------
       Find-New-Pairs.
           Move 0 To WS-PVA-NEW-LEFT
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > WS-PVA-PAIR-COUNT
               If WS-PVA-DAY-CALLS(WS-PX) > 0
                   And WS-PVA-HIST-ACTIVE(WS-PX) = 0
                   And WS-PVA-HIST-HELD(WS-PX) = 0
                   Move 'Y' To WS-PVA-PAIR-NEW-SW(WS-PX)
                   Add 1 To WS-PVA-NEW-LEFT
               Else
                   Move 'N' To WS-PVA-PAIR-NEW-SW(WS-PX)
               End-If
           End-Perform
           If WS-PVA-NEW-LEFT > 0
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
                           If PVH-KEY-DATE Not < WS-PVA-DAY-X
                               Move 'Y' To WS-EOF-SW
                           Else
                               If PVH-KEY-JOBNAME Not = Low-Values
                                   And PVH-CALLS > 0
                                   Perform Clear-Known-Pair
                               End-If
                           End-If
                   End-Read
                   If WS-PVHFILE-STATUS Not = '00'
                       Or WS-PVA-NEW-LEFT = 0
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Move 'N' To WS-EOF-SW
           End-If
           EXIT.


       Clear-Known-Pair.
           Perform Varying WS-PX2 From 1 By 1
                   Until WS-PX2 > WS-PVA-PAIR-COUNT
               If WS-PVA-PAIR-NEW-SW(WS-PX2) = 'Y'
                   And WS-PVA-PAIR-JOBNAME(WS-PX2) = PVH-KEY-JOBNAME
                   And WS-PVA-PAIR-MODULE(WS-PX2)  = PVH-KEY-MODULE
                   Move 'N' To WS-PVA-PAIR-NEW-SW(WS-PX2)
                   Subtract 1 From WS-PVA-NEW-LEFT
                   Move WS-PVA-PAIR-COUNT To WS-PX2
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Each pair against its trailing average over the weekdays
      *    it was not held out of.
      *--------------------------------------------------------------
       Judge-Pairs.
           Move WS-ANOMALY-FACTOR To WS-SHOW-FACTOR
           Move WS-PVA-WEEK-COUNT To WS-SHOW-WEEKS
           Display '  Judged against ' WS-SHOW-WEEKS
                   ' trailing same weekday(s), tolerance '
                   WS-SHOW-FACTOR ' times the average.'
           Perform Varying WS-PX From 1 By 1
                   Until WS-PX > WS-PVA-PAIR-COUNT
               Add 1 To WS-PVA-PAIRS-JUDGED
               Perform Judge-One-Pair
               Perform Record-Judgement
           End-Perform
           EXIT.


       Judge-One-Pair.
           Move Space To WS-PVA-KIND
           Move 0     To WS-PVA-BASE-CALLS
           Move 0     To WS-PVA-BASE-CPU
           Move 0     To WS-PVA-WEEKS-USED
           If WS-PVA-WEEK-COUNT > WS-PVA-HIST-HELD(WS-PX)
               Compute WS-PVA-WEEKS-USED =
                   WS-PVA-WEEK-COUNT - WS-PVA-HIST-HELD(WS-PX)
               Compute WS-PVA-BASE-CALLS Rounded =
                   WS-PVA-HIST-CALLS(WS-PX) / WS-PVA-WEEKS-USED
               Compute WS-PVA-BASE-CPU Rounded =
                   WS-PVA-HIST-CPU(WS-PX) / WS-PVA-WEEKS-USED
           End-If
           Compute WS-PVA-LIMIT-CALLS =
               WS-PVA-BASE-CALLS * WS-ANOMALY-FACTOR
           Compute WS-PVA-LIMIT-CPU =
               WS-PVA-BASE-CPU * WS-ANOMALY-FACTOR
           Evaluate True
               When WS-PVA-PAIR-NEW-SW(WS-PX) = 'Y'
                   Move 'N' To WS-PVA-KIND
               When WS-PVA-DAY-CALLS(WS-PX) = 0
                   And WS-PVA-WEEKS-USED > 0
                   And WS-PVA-HIST-ACTIVE(WS-PX) = WS-PVA-WEEKS-USED
                   Move 'Z' To WS-PVA-KIND
               When WS-PVA-BASE-CALLS > 0
                   And WS-PVA-DAY-CALLS(WS-PX) > WS-PVA-LIMIT-CALLS
                   Move 'S' To WS-PVA-KIND
               When WS-PVA-BASE-CPU > 0
                   And WS-PVA-DAY-CPU(WS-PX) > WS-PVA-LIMIT-CPU
                   Move 'C' To WS-PVA-KIND
               When Other
                   Continue
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Put the judgement on the day's record.  An accepted day
      *    stays accepted; a flag that no longer holds is cleared
      *    (and a drop-to-zero record, which has no feed figures
      *    behind it, is removed).
      *--------------------------------------------------------------
       Record-Judgement.
           Move WS-PVA-DAY-X               To PVH-KEY-DATE
           Move WS-PVA-PAIR-JOBNAME(WS-PX) To PVH-KEY-JOBNAME
           Move WS-PVA-PAIR-MODULE(WS-PX)  To PVH-KEY-MODULE
           Read TODYNPVH-FILE
               Invalid Key
                   If WS-PVA-KIND = 'Z'
                       Perform Clear-Volume-Record
                       Move WS-PVA-DAY-X To PVH-KEY-DATE
                       Move WS-PVA-PAIR-JOBNAME(WS-PX)
                           To PVH-KEY-JOBNAME
                       Move WS-PVA-PAIR-MODULE(WS-PX)
                           To PVH-KEY-MODULE
                       Move WS-PVA-RUN-STAMP To PVH-LOAD-STAMP
                       Perform Set-Flag-Fields
                       Write WS-PROD-VOLUME-REC
                           Invalid Key
                               Add 1 To WS-PVA-ROWS-FAILED
                       End-Write
                       Perform Show-Anomaly
                   End-If
               Not Invalid Key
                   Evaluate True
                       When WS-PVA-KIND Not = Space
                           And PVH-ACCEPTED
                           Add 1 To WS-PVA-ACCEPTED-CNT
                           Perform Show-Anomaly
                       When WS-PVA-KIND Not = Space
                           Perform Set-Flag-Fields
                           Perform Rewrite-Volume-Record
                           Perform Show-Anomaly
                       When PVH-FLAGGED And PVH-SOURCE = Space
                           Delete TODYNPVH-FILE Record
                               Invalid Key
                                   Add 1 To WS-PVA-ROWS-FAILED
                           End-Delete
                           Add 1 To WS-PVA-CLEARED-CNT
                       When PVH-FLAGGED
                           Move Space To PVH-STATUS
                           Move Space To PVH-KIND
                           Perform Rewrite-Volume-Record
                           Add 1 To WS-PVA-CLEARED-CNT
                       When Other
                           Continue
                   End-Evaluate
           End-Read
           EXIT.


       Set-Flag-Fields.
           Move 'F'               To PVH-STATUS
           Move WS-PVA-KIND       To PVH-KIND
           Move WS-PVA-BASE-CALLS To PVH-BASE-CALLS
           Move WS-PVA-BASE-CPU   To PVH-BASE-CPU-SECS
           Move WS-PVA-WEEKS-USED To PVH-BASE-WEEKS
           Evaluate WS-PVA-KIND
               When 'S'
                   Add 1 To WS-PVA-SPIKE-CNT
               When 'C'
                   Add 1 To WS-PVA-CPU-CNT
               When 'Z'
                   Add 1 To WS-PVA-ZERO-CNT
               When 'N'
                   Add 1 To WS-PVA-NEW-CNT
           End-Evaluate
           EXIT.


       Show-Anomaly.
           If WS-PVA-LISTED-CNT = 0
               Display ' '
               Display '  ANOMALY       JOBNAME  MODULE      '
                       '  DAY CALLS  USUAL CALLS     DAY CPU   '
                       'USUAL CPU  WKS  STATE'
               Display '  ------------------------------------------'
                       '-----------------------------------------------'
           End-If
           Add 1 To WS-PVA-LISTED-CNT
           Evaluate WS-PVA-KIND
               When 'S'
                   Move 'CALL SPIKE'   To WS-PVA-KIND-TEXT
               When 'C'
                   Move 'CPU SPIKE'    To WS-PVA-KIND-TEXT
               When 'Z'
                   Move 'DROP TO ZERO' To WS-PVA-KIND-TEXT
               When Other
                   Move 'NEW PAIR'     To WS-PVA-KIND-TEXT
           End-Evaluate
           If PVH-ACCEPTED
               Move 'ACCEPTED' To WS-PVA-STATE-TEXT
           Else
               Move 'HELD'     To WS-PVA-STATE-TEXT
           End-If
           Move WS-PVA-DAY-CALLS(WS-PX) To WS-SHOW-DAY-CALLS
           Move WS-PVA-BASE-CALLS       To WS-SHOW-BASE-CALLS
           Move WS-PVA-DAY-CPU(WS-PX)   To WS-SHOW-DAY-CPU
           Move WS-PVA-BASE-CPU         To WS-SHOW-BASE-CPU
           Move WS-PVA-WEEKS-USED       To WS-SHOW-WEEKS
           Display '  ' WS-PVA-KIND-TEXT '  '
                   WS-PVA-PAIR-JOBNAME(WS-PX) ' '
                   WS-PVA-PAIR-MODULE(WS-PX) '  '
                   WS-SHOW-DAY-CALLS '  ' WS-SHOW-BASE-CALLS '  '
                   WS-SHOW-DAY-CPU ' ' WS-SHOW-BASE-CPU '  '
                   WS-SHOW-WEEKS '   ' WS-PVA-STATE-TEXT
           If (WS-PVA-KIND = 'S' Or WS-PVA-KIND = 'C')
               And Not PVH-ACCEPTED
               Display 'TODYNPVA RUNAWAY WARNING - JOB '
                       WS-PVA-PAIR-JOBNAME(WS-PX) ' MODULE '
                       WS-PVA-PAIR-MODULE(WS-PX) ' ON '
                       WS-PVA-DAY-X ' ' WS-PVA-KIND-TEXT
                       ' CALLS ' WS-SHOW-DAY-CALLS
                       ' USUAL ' WS-SHOW-BASE-CALLS
                   Upon Console
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Volume history older than the retention period goes -
      *    it sorts first, so the purge stops at the first day
      *    inside the period.  A retention shorter than the
      *    trailing weeks is stretched to cover them.
      *--------------------------------------------------------------
       Purge-Old-History.
           Move WS-RETAIN-DAYS To WS-PVA-KEEP-DAYS
           If WS-PVA-KEEP-DAYS < (7 * WS-PVA-WEEKS-BACK) + 7
               Compute WS-PVA-KEEP-DAYS =
                   (7 * WS-PVA-WEEKS-BACK) + 7
           End-If
           Compute WS-PVA-WORK-DATE-9 =
               Function Date-of-Integer(
                   Function Integer-of-Date(WS-PVA-TODAY-9)
                       - WS-PVA-KEEP-DAYS)
           Move WS-PVA-WORK-DATE-X To WS-PVA-CUTOFF-DATE
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
                       If PVH-KEY-DATE < WS-PVA-CUTOFF-DATE
                           Delete TODYNPVH-FILE Record
                               Invalid Key
                                   Add 1 To WS-PVA-ROWS-FAILED
                               Not Invalid Key
                                   Add 1 To WS-PVA-ROWS-PURGED
                           End-Delete
                       Else
                           Move 'Y' To WS-EOF-SW
                       End-If
               End-Read
               If WS-PVHFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           Move 'N' To WS-EOF-SW
           EXIT.


       Print-Summary.
           Display ' '
           Move WS-PVA-SMF-READ To WS-SHOW-BIG
           Display '  TODYNSMF rows read           : ' WS-SHOW-BIG
           Move WS-PVA-CCF-READ To WS-SHOW-BIG
           Display '  TODYNCCF rows read           : ' WS-SHOW-BIG
           Move WS-PVA-ROWS-ADDED To WS-SHOW-BIG
           Display '  History rows added           : ' WS-SHOW-BIG
           Move WS-PVA-ROWS-UPDATED To WS-SHOW-BIG
           Display '  History rows updated         : ' WS-SHOW-BIG
           Move WS-PVA-ROWS-PURGED To WS-SHOW-BIG
           Display '  History rows purged          : ' WS-SHOW-BIG
           Move WS-PVA-PAIRS-JUDGED To WS-SHOW-CNT
           Display '  Job/module pairs judged          : ' WS-SHOW-CNT
           Move WS-PVA-SPIKE-CNT To WS-SHOW-CNT
           Display '    call-count spikes flagged      : ' WS-SHOW-CNT
           Move WS-PVA-CPU-CNT To WS-SHOW-CNT
           Display '    CPU spikes flagged             : ' WS-SHOW-CNT
           Move WS-PVA-ZERO-CNT To WS-SHOW-CNT
           Display '    drops to zero flagged          : ' WS-SHOW-CNT
           Move WS-PVA-NEW-CNT To WS-SHOW-CNT
           Display '    new pairs flagged              : ' WS-SHOW-CNT
           Move WS-PVA-ACCEPTED-CNT To WS-SHOW-CNT
           Display '    anomalies already accepted     : ' WS-SHOW-CNT
           Move WS-PVA-CLEARED-CNT To WS-SHOW-CNT
           Display '    earlier flags cleared          : ' WS-SHOW-CNT
           If WS-PVA-ROWS-FAILED > 0
               Move WS-PVA-ROWS-FAILED To WS-SHOW-CNT
               Display '  *** TODYNPVH UPDATES FAILED     : '
                       WS-SHOW-CNT ' ***'
               If WS-PVA-WORST-RC < 4
                   Move 4 To WS-PVA-WORST-RC
               End-If
           End-If
           If WS-PVA-SPIKE-CNT + WS-PVA-CPU-CNT + WS-PVA-ZERO-CNT
                   + WS-PVA-NEW-CNT > 0
               Display '  Flagged days are held out of the TODYNSAV '
                       'volumes until accepted on TODYNPVM.'
               If WS-PVA-WORST-RC < 4
                   Move 4 To WS-PVA-WORST-RC
               End-If
           End-If
           Display '=================================================='
           EXIT.


      *--------------------------------------------------------------
      *    Control record read  (shared copybook)
      *--------------------------------------------------------------
           COPY CTLREAD.
