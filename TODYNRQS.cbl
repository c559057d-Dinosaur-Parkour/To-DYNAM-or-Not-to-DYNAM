       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNRQS.
      *===============================================================
      *     Nightly request selector - runs ahead of TODYNPRE in
      *     TODYNRUN and turns the open requests on the benchmark
      *     request queue (TODYNRQQ, filled by the TODYNRQM panel)
      *     into tonight's campaign module list (TODYNMLS).
      *
      *     Open requests are taken in priority order (1 first),
      *     then earliest date needed, then oldest request number,
      *     and each new module is costed with the same batch-
      *     window estimate the TODYNMLM planner shows (ESTRTN.cpy:
      *     historical per-call wall cost x CTL-ITER-COUNT x 5
      *     samples x 7 DYNAM steps).  Modules are added while the
      *     running total fits the window; the first one that does
      *     not fit closes the list to further modules, so a
      *     lower-priority request never jumps ahead of a more
      *     urgent one that is merely waiting for room.  A later
      *     request for a module already on tonight's list rides
      *     along at no extra cost.  A module whose estimate alone
      *     exceeds the whole window can never be picked - it is
      *     reported for a dedicated run instead of blocking the
      *     queue behind it night after night.
      *
      *     Picked requests are marked 'S' with tonight's selection
      *     stamp; TODYNRQC closes them against the run afterwards.
      *     A request still 'S' from an earlier night means that
      *     run never reached TODYNRQC - it goes back to open and
      *     competes again.  When nothing is picked, a TODYNMLS
      *     this program built on an earlier night (its first
      *     record is the '* BUILT BY TODYNRQS' header) is emptied,
      *     so a quiet night falls back to the single-module
      *     default instead of measuring yesterday's requests all
      *     over again; a list hand-built with TODYNMLM has no such
      *     header and is left exactly as it was.
      *
      *     PARM='nnnn' - batch window in minutes (default 240).
      *     RC 0 normally.  RC 4 when the queue cannot be opened -
      *     nothing is selected and TODYNMLS is left as it stood, so
      *     the night still runs the existing list (or the single-
      *     module default).  RC 8 when the module list cannot be
      *     rewritten or emptied, and TODYNRUN skips the run rather than
      *     measure a half-written list.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RQQSEL.
           COPY MLSSEL.
           COPY CTLSEL.
           COPY RESSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RQQFD.
           COPY MLSFD.
           COPY CTLFD.
           COPY RESFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW             PIC  X(01)  Value 'N'.

           COPY RQQWS.
           COPY MLSWS.
           COPY CTLWS.
           COPY RESWS.
           COPY ESTWS.

      *---------------------------------------------------------------
      *    Batch window from the PARM, in minutes and seconds.
      *---------------------------------------------------------------
       01  WS-RQS-WINDOW-MINS     PIC 9(04)          Value 240.
       01  WS-RQS-WINDOW-SECS     PIC 9(09)V9(2) COMP-5  Value 0.
       01  WS-RQS-USED-SECS       PIC 9(09)V9(2) COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Open requests as loaded, then ranked in place.  The
      *    module's row in the ESTWS table carries its estimate.
      *---------------------------------------------------------------
       01  WS-RQS-CAND-COUNT      PIC 9(03)  COMP-5  Value 0.
       01  WS-RQS-CAND-TABLE.
           05 WS-RQS-CAND-ROW OCCURS 200 TIMES.
              10 WS-RQS-CAND-NUMBER
                                  PIC 9(06).
              10 WS-RQS-CAND-PRIORITY
                                  PIC 9(01).
              10 WS-RQS-CAND-NEEDED
                                  PIC X(08).
              10 WS-RQS-CAND-REQUESTER
                                  PIC X(08).
              10 WS-RQS-CAND-MODULE
                                  PIC X(08).
              10 WS-RQS-CAND-EST-IX
                                  PIC 9(03)  COMP-5.
      *           'P' picked, 'D' deferred (window full), 'T' too
      *           large for the window on its own.
              10 WS-RQS-CAND-DISP PIC X(01).
       01  WS-RQS-SWAP-ROW        PIC X(34).
       01  WS-RQS-CX              PIC 9(03)  COMP-5  Value 0.
       01  WS-RQS-CX2             PIC 9(03)  COMP-5  Value 0.
       01  WS-RQS-CX3             PIC 9(03)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Per-module pick flag, parallel to the ESTWS rows.
      *---------------------------------------------------------------
       01  WS-RQS-PICK-TABLE.
           05 WS-RQS-PICKED-SW    OCCURS 50 TIMES
                                  PIC X(01).

       01  WS-RQS-SWITCHES.
           05 WS-RQS-FULL-SW      PIC X(01)  Value 'N'.
           05 WS-RQS-QUEUE-OK-SW  PIC X(01)  Value 'N'.
           05 WS-RQS-CLEARED-SW   PIC X(01)  Value 'N'.
       01  WS-RQS-LIST-HEADER     PIC X(19)
                                  Value '* BUILT BY TODYNRQS'.
       01  WS-RQS-DATE-TIME       PIC X(21).
       01  WS-RQS-TODAY           PIC X(08)  Value Spaces.
       01  WS-RQS-NOW             PIC X(06)  Value Spaces.

       01  WS-RQS-COUNTERS.
           05 WS-RQS-REQUEUED     PIC 9(05)  COMP-5  Value 0.
           05 WS-RQS-PICKED-REQS  PIC 9(05)  COMP-5  Value 0.
           05 WS-RQS-PICKED-MODS  PIC 9(03)  COMP-5  Value 0.
           05 WS-RQS-DEFERRED     PIC 9(05)  COMP-5  Value 0.
           05 WS-RQS-TOO-LARGE    PIC 9(05)  COMP-5  Value 0.
           05 WS-RQS-OVERFLOW     PIC 9(05)  COMP-5  Value 0.
       01  WS-RQS-WORST-RC        PIC 9(02)  COMP-5  Value 0.

       01  WS-SHOW-MINS           PIC ZZZ,ZZ9.9.
       01  WS-SHOW-CNT            PIC ZZZ,ZZ9.
       01  WS-RQS-SHOW-DISP       PIC X(24)  Value Spaces.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN > 0 And LS-PARM-LEN <= 4
               If LS-PARM-TEXT(1:LS-PARM-LEN) Numeric
                   Compute WS-RQS-WINDOW-MINS =
                       Function Numval(LS-PARM-TEXT(1:LS-PARM-LEN))
               Else
                   Display '    *** PARM IS NOT A WINDOW IN MINUTES '
                           '- DEFAULT USED ***'
               End-If
           End-If
           If WS-RQS-WINDOW-MINS = 0
               Move 240 To WS-RQS-WINDOW-MINS
           End-If
           Compute WS-RQS-WINDOW-SECS = WS-RQS-WINDOW-MINS * 60
           Move Function Current-Date To WS-RQS-DATE-TIME
           Move WS-RQS-DATE-TIME(1:8) To WS-RQS-TODAY
           Move WS-RQS-DATE-TIME(9:6) To WS-RQS-NOW
           Perform Read-Control-File
           Perform Load-Open-Requests
           If WS-RQS-QUEUE-OK-SW = 'Y'
               If WS-RQS-CAND-COUNT > 0
                   Perform Estimate-Module-Durations
                   Perform Rank-Open-Requests
                   Perform Pick-Within-Window
                   If WS-RQS-PICKED-MODS > 0
                       Perform Write-Campaign-List
                   End-If
                   If WS-RQS-PICKED-MODS > 0
                       And WS-RQS-WORST-RC < 8
                       Perform Mark-Picked-Requests
                   End-If
               End-If
               If WS-RQS-PICKED-MODS = 0
                   Perform Clear-Request-Built-List
               End-If
               Close TODYNRQQ-FILE
               Perform Print-Selection-Report
           End-If
           Move WS-RQS-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    One pass over the queue: leftover selections go back to
      *    open, and every open request becomes a candidate.
      *--------------------------------------------------------------
       Load-Open-Requests.
           Open I-O TODYNRQQ-FILE
           If WS-RQQFILE-STATUS = '35'
               Open Output TODYNRQQ-FILE
               Close TODYNRQQ-FILE
               Open I-O TODYNRQQ-FILE
           End-If
           If WS-RQQFILE-STATUS Not = '00'
               Display '    *** TODYNRQQ NOT AVAILABLE (STATUS '
                       WS-RQQFILE-STATUS ') - NO REQUESTS SELECTED '
                       '***'
               Move 4 To WS-RQS-WORST-RC
           Else
               Move 'Y' To WS-RQS-QUEUE-OK-SW
               Move 0 To RQ-KEY-NUMBER
               Move 'N' To WS-EOF-SW
               Start TODYNRQQ-FILE Key Not < RQ-KEY
                   Invalid Key
                       Move 'Y' To WS-EOF-SW
               End-Start
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNRQQ-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Judge-One-Request
                   End-Read
                   If WS-RQQFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
           End-If
           EXIT.


       Judge-One-Request.
           If RQ-STATUS = 'S'
               Move 'O'    To RQ-STATUS
               Move Spaces To RQ-SEL-DATE
               Move Spaces To RQ-SEL-TIME
               Rewrite WS-REQUEST-REC
               Add 1 To WS-RQS-REQUEUED
           End-If
           If RQ-STATUS = 'O'
               If WS-RQS-CAND-COUNT < 200
                   Add 1 To WS-RQS-CAND-COUNT
                   Move WS-RQS-CAND-COUNT To WS-RQS-CX
                   Move RQ-KEY-NUMBER  To WS-RQS-CAND-NUMBER(WS-RQS-CX)
                   Move RQ-PRIORITY    To
                       WS-RQS-CAND-PRIORITY(WS-RQS-CX)
                   Move RQ-DATE-NEEDED To WS-RQS-CAND-NEEDED(WS-RQS-CX)
                   Move RQ-REQUESTER   To
                       WS-RQS-CAND-REQUESTER(WS-RQS-CX)
                   Move RQ-MODULE      To WS-RQS-CAND-MODULE(WS-RQS-CX)
                   Move Space          To WS-RQS-CAND-DISP(WS-RQS-CX)
                   Perform Find-Estimate-Row
               Else
                   Add 1 To WS-RQS-OVERFLOW
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Each distinct module gets one row in the estimate table;
      *    the candidate remembers which.  A 51st distinct module
      *    cannot be costed (or listed - TODYNMLS holds 50), so it
      *    waits for a later night.
      *--------------------------------------------------------------
       Find-Estimate-Row.
           Move 0 To WS-RQS-CAND-EST-IX(WS-RQS-CX)
           Perform Varying WS-EST-IX From 1 By 1
                   Until WS-EST-IX > WS-EST-COUNT
               If WS-EST-MODULE(WS-EST-IX) = RQ-MODULE
                   Move WS-EST-IX To WS-RQS-CAND-EST-IX(WS-RQS-CX)
                   Move WS-EST-COUNT To WS-EST-IX
               End-If
           End-Perform
           If WS-RQS-CAND-EST-IX(WS-RQS-CX) = 0
               If WS-EST-COUNT < 50
                   Add 1 To WS-EST-COUNT
                   Move RQ-MODULE To WS-EST-MODULE(WS-EST-COUNT)
                   Move 'N'       To WS-RQS-PICKED-SW(WS-EST-COUNT)
                   Move WS-EST-COUNT To WS-RQS-CAND-EST-IX(WS-RQS-CX)
               Else
                   Subtract 1 From WS-RQS-CAND-COUNT
                   Add 1 To WS-RQS-OVERFLOW
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Selection sort: priority, then date needed, then request
      *    number - the order the window is filled in.
      *--------------------------------------------------------------
       Rank-Open-Requests.
           Perform Varying WS-RQS-CX2 From 1 By 1
                   Until WS-RQS-CX2 >= WS-RQS-CAND-COUNT
               Move WS-RQS-CX2 To WS-RQS-CX3
               Perform Find-Most-Urgent-Remaining
               If WS-RQS-CX3 Not = WS-RQS-CX2
                   Move WS-RQS-CAND-ROW(WS-RQS-CX3) To WS-RQS-SWAP-ROW
                   Move WS-RQS-CAND-ROW(WS-RQS-CX2)
                       To WS-RQS-CAND-ROW(WS-RQS-CX3)
                   Move WS-RQS-SWAP-ROW To WS-RQS-CAND-ROW(WS-RQS-CX2)
               End-If
           End-Perform
           EXIT.


       Find-Most-Urgent-Remaining.
           Perform Varying WS-RQS-CX From WS-RQS-CX2 By 1
                   Until WS-RQS-CX > WS-RQS-CAND-COUNT
               Evaluate True
                   When WS-RQS-CAND-PRIORITY(WS-RQS-CX) <
                           WS-RQS-CAND-PRIORITY(WS-RQS-CX3)
                       Move WS-RQS-CX To WS-RQS-CX3
                   When WS-RQS-CAND-PRIORITY(WS-RQS-CX) =
                           WS-RQS-CAND-PRIORITY(WS-RQS-CX3)
                       And WS-RQS-CAND-NEEDED(WS-RQS-CX) <
                           WS-RQS-CAND-NEEDED(WS-RQS-CX3)
                       Move WS-RQS-CX To WS-RQS-CX3
                   When WS-RQS-CAND-PRIORITY(WS-RQS-CX) =
                           WS-RQS-CAND-PRIORITY(WS-RQS-CX3)
                       And WS-RQS-CAND-NEEDED(WS-RQS-CX) =
                           WS-RQS-CAND-NEEDED(WS-RQS-CX3)
                       And WS-RQS-CAND-NUMBER(WS-RQS-CX) <
                           WS-RQS-CAND-NUMBER(WS-RQS-CX3)
                       Move WS-RQS-CX To WS-RQS-CX3
                   When Other
                       Continue
               End-Evaluate
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Fill the window in ranked order.  Once a module does not
      *    fit, no further module is added - a smaller, less urgent
      *    one must not overtake it - but requests for modules
      *    already picked still ride along free.
      *--------------------------------------------------------------
       Pick-Within-Window.
           Move 0 To WS-RQS-USED-SECS
           Perform Varying WS-RQS-CX From 1 By 1
                   Until WS-RQS-CX > WS-RQS-CAND-COUNT
               Move WS-RQS-CAND-EST-IX(WS-RQS-CX) To WS-EST-IX
               Evaluate True
                   When WS-RQS-PICKED-SW(WS-EST-IX) = 'Y'
                       Move 'P' To WS-RQS-CAND-DISP(WS-RQS-CX)
                       Add 1 To WS-RQS-PICKED-REQS
                   When WS-EST-MODULE-SECS(WS-EST-IX)
                           > WS-RQS-WINDOW-SECS
                       Move 'T' To WS-RQS-CAND-DISP(WS-RQS-CX)
                       Add 1 To WS-RQS-TOO-LARGE
                   When WS-RQS-FULL-SW = 'Y'
                       Move 'D' To WS-RQS-CAND-DISP(WS-RQS-CX)
                       Add 1 To WS-RQS-DEFERRED
                   When WS-RQS-USED-SECS + WS-EST-MODULE-SECS(WS-EST-IX)
                           > WS-RQS-WINDOW-SECS
                       Move 'Y' To WS-RQS-FULL-SW
                       Move 'D' To WS-RQS-CAND-DISP(WS-RQS-CX)
                       Add 1 To WS-RQS-DEFERRED
                   When Other
                       Move 'Y' To WS-RQS-PICKED-SW(WS-EST-IX)
                       Add WS-EST-MODULE-SECS(WS-EST-IX)
                           To WS-RQS-USED-SECS
                       Add 1 To WS-RQS-PICKED-MODS
                       Move 'P' To WS-RQS-CAND-DISP(WS-RQS-CX)
                       Add 1 To WS-RQS-PICKED-REQS
               End-Evaluate
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    Rewrite TODYNMLS with a built-by comment record and the
      *    picked modules in the order they were picked.
      *--------------------------------------------------------------
       Write-Campaign-List.
           Open Output TODYNMLS-FILE
           If WS-MLSFILE-STATUS Not = '00'
               Display '    *** TODYNMLS NOT WRITABLE (STATUS '
                       WS-MLSFILE-STATUS ') - TONIGHT''S REQUESTS '
                       'LEFT OPEN ***'
               Move 8 To WS-RQS-WORST-RC
           Else
               Move Spaces To WS-MODULE-LIST-REC
               String WS-RQS-LIST-HEADER
                       Delimited By Size
                      ' '
                       Delimited By Size
                      WS-RQS-TODAY
                       Delimited By Size
                      ' '
                       Delimited By Size
                      WS-RQS-NOW
                       Delimited By Size
                      ' FROM THE REQUEST QUEUE'
                       Delimited By Size
                   Into WS-MODULE-LIST-REC
               End-String
               Write WS-MODULE-LIST-REC
               Perform Varying WS-RQS-CX From 1 By 1
                       Until WS-RQS-CX > WS-RQS-CAND-COUNT
                   Move WS-RQS-CAND-EST-IX(WS-RQS-CX) To WS-EST-IX
                   If WS-RQS-PICKED-SW(WS-EST-IX) = 'Y'
                       Move Spaces To WS-MODULE-LIST-REC
                       Move WS-EST-MODULE(WS-EST-IX) To MLS-MODULE-NAME
                       Write WS-MODULE-LIST-REC
      *                One list entry per module, however many
      *                requests asked for it.
                       Move 'W' To WS-RQS-PICKED-SW(WS-EST-IX)
                   End-If
               End-Perform
               Close TODYNMLS-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Nothing picked tonight.  A list built here on an earlier
      *    night would only measure those requests' modules again,
      *    so it is emptied and the run falls back to the single-
      *    module default.  A hand-built list is left alone.
      *--------------------------------------------------------------
       Clear-Request-Built-List.
           Move 'N' To WS-RQS-CLEARED-SW
           Open Input TODYNMLS-FILE
           If WS-MLSFILE-STATUS = '00'
               Read TODYNMLS-FILE
                   Not At End
                       If WS-MODULE-LIST-REC(1:19) =
                           WS-RQS-LIST-HEADER
                           Move 'Y' To WS-RQS-CLEARED-SW
                       End-If
               End-Read
               Close TODYNMLS-FILE
           End-If
           If WS-RQS-CLEARED-SW = 'Y'
               Open Output TODYNMLS-FILE
               If WS-MLSFILE-STATUS Not = '00'
                   Display '    *** TODYNMLS NOT WRITABLE (STATUS '
                           WS-MLSFILE-STATUS ') - EARLIER REQUEST '
                           'LIST NOT CLEARED ***'
                   Move 'N' To WS-RQS-CLEARED-SW
                   Move 8 To WS-RQS-WORST-RC
               Else
                   Close TODYNMLS-FILE
               End-If
           End-If
           EXIT.


       Mark-Picked-Requests.
           Perform Varying WS-RQS-CX From 1 By 1
                   Until WS-RQS-CX > WS-RQS-CAND-COUNT
               If WS-RQS-CAND-DISP(WS-RQS-CX) = 'P'
                   Move WS-RQS-CAND-NUMBER(WS-RQS-CX) To RQ-KEY-NUMBER
                   Read TODYNRQQ-FILE
                       Invalid Key
                           Display '    *** REQUEST '
                                   WS-RQS-CAND-NUMBER(WS-RQS-CX)
                                   ' VANISHED BEFORE IT COULD BE '
                                   'MARKED ***'
                       Not Invalid Key
                           Move 'S'          To RQ-STATUS
                           Move WS-RQS-TODAY To RQ-SEL-DATE
                           Move WS-RQS-NOW   To RQ-SEL-TIME
                           Rewrite WS-REQUEST-REC
                   End-Read
               End-If
           End-Perform
           EXIT.


       Print-Selection-Report.
           Display ' '
           Display 'TODYNRQS BENCHMARK REQUEST SELECTION'
           Display '=================================================='
           Move WS-RQS-WINDOW-MINS To WS-SHOW-MINS
           Display '  Batch window (minutes) . . . . : ' WS-SHOW-MINS
           Compute WS-EST-TOTAL-MINS Rounded = WS-RQS-USED-SECS / 60
           Move WS-EST-TOTAL-MINS To WS-SHOW-MINS
           Display '  Estimated campaign (minutes) . : ' WS-SHOW-MINS
           If WS-EST-HISTORY-SW = 'N'
               And WS-RQS-CAND-COUNT > 0
               Display '  (no TODYNRES history - every module costed '
                       'at zero)'
           End-If
           Display ' '
           Display '  NUMBER REQUESTR MODULE   P NEEDED   '
                   'DISPOSITION              EST MINUTES'
           Display '  ---------------------------------------------'
                   '-------------------------------'
           Perform Varying WS-RQS-CX From 1 By 1
                   Until WS-RQS-CX > WS-RQS-CAND-COUNT
               Perform Show-One-Candidate
           End-Perform
           Display '  ---------------------------------------------'
                   '-------------------------------'
           Move WS-RQS-PICKED-REQS To WS-SHOW-CNT
           Display '  Requests picked for tonight  . : ' WS-SHOW-CNT
           Move WS-RQS-PICKED-MODS To WS-SHOW-CNT
           Display '  Modules written to TODYNMLS  . : ' WS-SHOW-CNT
           Move WS-RQS-DEFERRED To WS-SHOW-CNT
           Display '  Deferred - window full . . . . : ' WS-SHOW-CNT
           Move WS-RQS-TOO-LARGE To WS-SHOW-CNT
           Display '  Too large for the window alone : ' WS-SHOW-CNT
           Move WS-RQS-REQUEUED To WS-SHOW-CNT
           Display '  Unfinished selections reopened : ' WS-SHOW-CNT
           If WS-RQS-OVERFLOW > 0
               Move WS-RQS-OVERFLOW To WS-SHOW-CNT
               Display '  Not considered (table full)  . : '
                       WS-SHOW-CNT
           End-If
           If WS-RQS-PICKED-MODS = 0
               If WS-RQS-CLEARED-SW = 'Y'
                   Display '  Nothing picked - earlier request list '
                           'emptied from TODYNMLS'
               Else
                   Display '  Nothing picked - TODYNMLS left as it '
                           'was'
               End-If
           End-If
           Display '=================================================='
           EXIT.


       Show-One-Candidate.
           Move WS-RQS-CAND-EST-IX(WS-RQS-CX) To WS-EST-IX
           Evaluate WS-RQS-CAND-DISP(WS-RQS-CX)
               When 'P'
                   Move 'PICKED FOR TONIGHT' To WS-RQS-SHOW-DISP
               When 'D'
                   Move 'DEFERRED - WINDOW FULL' To WS-RQS-SHOW-DISP
               When 'T'
                   Move 'NEEDS A DEDICATED RUN' To WS-RQS-SHOW-DISP
               When Other
                   Move 'NOT CONSIDERED' To WS-RQS-SHOW-DISP
           End-Evaluate
           Compute WS-EST-TOTAL-MINS Rounded =
               WS-EST-MODULE-SECS(WS-EST-IX) / 60
           Move WS-EST-TOTAL-MINS To WS-SHOW-MINS
           If WS-RQS-CAND-NEEDED(WS-RQS-CX) < WS-RQS-TODAY
               And WS-RQS-CAND-DISP(WS-RQS-CX) Not = 'P'
               Display '  ' WS-RQS-CAND-NUMBER(WS-RQS-CX) ' '
                       WS-RQS-CAND-REQUESTER(WS-RQS-CX) ' '
                       WS-RQS-CAND-MODULE(WS-RQS-CX) ' '
                       WS-RQS-CAND-PRIORITY(WS-RQS-CX) ' '
                       WS-RQS-CAND-NEEDED(WS-RQS-CX) ' '
                       WS-RQS-SHOW-DISP ' ' WS-SHOW-MINS
                       '  ** OVERDUE'
           Else
               Display '  ' WS-RQS-CAND-NUMBER(WS-RQS-CX) ' '
                       WS-RQS-CAND-REQUESTER(WS-RQS-CX) ' '
                       WS-RQS-CAND-MODULE(WS-RQS-CX) ' '
                       WS-RQS-CAND-PRIORITY(WS-RQS-CX) ' '
                       WS-RQS-CAND-NEEDED(WS-RQS-CX) ' '
                       WS-RQS-SHOW-DISP ' ' WS-SHOW-MINS
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Campaign batch-window estimate  (shared copybook).
      *--------------------------------------------------------------
           COPY ESTRTN.


      *--------------------------------------------------------------
      *    Control/parameter file read  (shared copybook) - picks up
      *    the iteration count the estimate multiplies by.
      *--------------------------------------------------------------
           COPY CTLREAD.
