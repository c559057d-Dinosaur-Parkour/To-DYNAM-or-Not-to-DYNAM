       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNAM9.
      *===============================================================
      *     Call WS-CHN-HEAD Using CHN-PARM  - a chain of 1 to 5
      *     stub levels below it
      *
      *     What a nested call tree costs per top-level call.
      *     TODYNAM1-8 time a single caller-to-stub hop, but the
      *     nightly jobs call a service module that calls a few
      *     utilities, each compiled on its own, and the recompile
      *     argument needs to know whether the DYNAM overhead simply
      *     adds up per level or compounds as the tree gets deeper.
      *
      *     Three chains of stubs, built from the one stub body
      *     (CHNSTUB.cpy) so nothing but the binding differs:
      *       all-DYNAM    TODYNCD1 - TODYNCD5, every level compiled
      *                    DYNAM and link-edited as its own load
      *                    module, so every hop is a run-time load-
      *                    module call;
      *       all-NODYNAM  TODYNCS1 - TODYNCS5, every level compiled
      *                    NODYNAM and link-edited together into
      *                    load module TODYNCS1, so every hop below
      *                    the head is a static call;
      *       mixed        TODYNCX1 - TODYNCX5, odd levels DYNAM,
      *                    even levels NODYNAM; load modules
      *                    TODYNCX1, TODYNCX2 (+ TODYNCX3 bound in)
      *                    and TODYNCX4 (+ TODYNCX5), so the hops
      *                    alternate dynamic / static down the
      *                    chain.
      *     This program calls the chain head through an identifier
      *     in every case, so the top hop is the same dynamic call
      *     for all three chains - depth 1 is the control row, and
      *     the three chains should agree there.
      *
      *     Every depth from 1 to the PARM depth (default 3, at
      *     most 5) is measured for each chain as its own five-
      *     sample set, and each depth/chain lands in TODYNRES as
      *     its own call type - 'DYNAM-n', 'NODYNAM-n', 'MIXED-n',
      *     keyed A-E, O-S and V-Z for depths 1-5.  Checkpoint rows
      *     use the same letters; the set in flight rides under the
      *     '#' sentinel so a restart resumes at the set that was
      *     interrupted.  Same control file, checkpointing, stability
      *     gate, null-loop calibration, results-history, extract and
      *     audit plumbing as the other measurement programs.  The
      *     step ends with a per-level summary - cost per chain call
      *     at each depth, what each extra level added, and whether
      *     that increment stays flat (adds up) or grows (compounds).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RESSEL.
           COPY RSXSEL.
           COPY EXTSEL.
           COPY CTLSEL.
           COPY CKPSEL.
           COPY AUDSEL.
           COPY JRNSEL.
           COPY LMASEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RESFD.
           COPY RSXFD.
           COPY EXTFD.
           COPY CTLFD.
           COPY CKPFD.
           COPY AUDFD.
           COPY JRNFD.
           COPY LMAFD.

       WORKING-STORAGE SECTION.

       01  STUFF-FOR-THIS-PGM.
           05 WS-PGM-ID          PIC  X(08) Value 'TODYNAM9'.
           05 WS-COMPILE-OPTS    PIC  X(48)
                  Value 'OPT(2) DYNAM ARCH(12) TUNE(12) DISPSIGN(SEP)'.


       01  CPUTIME-DATA-ITEMS.
           05 CPUTIME-Start      PIC  9(12)V9(6) COMP-5.
           05 CPUTIME-End        PIC  9(12)V9(6) COMP-5.
           05 CPUTIME-Diff       PIC  9(12)V9(6) COMP-5.
           05 CPUTIME-Show-CPU   PIC  Z(11)9.9(6).
           05 COBOL-DIFF         PIC  9(03)V9(6) COMP-5.
           05 W-CPUTIME9         PIC  X(08) Value 'CPUTIME9'.

           COPY RESWS.
           COPY RSXWS.
           COPY EXTWS.
           COPY CTLWS.
           COPY CKPWS.
           COPY STATWS.
           COPY WALLWS.
           COPY AUDWS.
           COPY JRNWS.
           COPY LMAWS.
           COPY SMUWS.
           COPY ENVWS.
           COPY CALWS.
           COPY CHNWS.

      *---------------------------------------------------------------
      *    The three chains: head load module, caption (also the
      *    call-type stem), and the key letter for depths 1-5.
      *---------------------------------------------------------------
       01  WS-CHN-DEF-VALUES.
           05 FILLER             PIC X(08)   Value 'TODYNCD1'.
           05 FILLER             PIC X(07)   Value 'DYNAM'.
           05 FILLER             PIC X(05)   Value 'ABCDE'.
           05 FILLER             PIC X(08)   Value 'TODYNCS1'.
           05 FILLER             PIC X(07)   Value 'NODYNAM'.
           05 FILLER             PIC X(05)   Value 'OPQRS'.
           05 FILLER             PIC X(08)   Value 'TODYNCX1'.
           05 FILLER             PIC X(07)   Value 'MIXED'.
           05 FILLER             PIC X(05)   Value 'VWXYZ'.
       01  WS-CHN-DEF-TABLE REDEFINES WS-CHN-DEF-VALUES.
           05 WS-CHN-DEF OCCURS 3 TIMES.
              10 WS-CHN-DEF-HEAD    PIC X(08).
              10 WS-CHN-DEF-MIX     PIC X(07).
              10 WS-CHN-DEF-CODES   PIC X(05).

      *---------------------------------------------------------------
      *    Chain depth and the set in flight.  A set is one chain at
      *    one depth; sets run depth by depth, the three chains
      *    inside each depth, numbered (depth - 1) * 3 + chain so
      *    the numbering does not move when the PARM depth does.
      *---------------------------------------------------------------
       01  WS-CHN-ITEMS.
           05 WS-CHN-MAX-DEPTH    PIC 9(01)  Value 3.
           05 WS-CHN-DEPTH-X      PIC X(01)  Value Space.
           05 WS-CHN-DEPTH-9 REDEFINES WS-CHN-DEPTH-X
                                  PIC 9(01).
           05 WS-CHN-DEPTH        PIC 9(01)  Value 0.
           05 WS-CHN-MX           PIC 9(01)  Value 0.
           05 WS-CHN-SET-NO       PIC 9(02)  Value 0.
           05 WS-CHN-START-SET    PIC 9(02)  Value 1.
           05 WS-CHN-HEAD         PIC X(08)  Value Spaces.
           05 WS-CHN-CODE         PIC X(01)  Value Space.
           05 WS-CHN-CALL-TYPE    PIC X(10)  Value Spaces.
           05 WS-CHN-SAMPLE-NO    PIC 9(02)  Value 0.
           05 WS-CHN-TIMES        PIC 9(02)  Value 5.
           05 WS-CHN-UNSTABLE-SW  PIC X(01)  Value 'N'.
           05 WS-CHN-RELOAD-CNT   PIC 9(02)  Value 0.
           05 WS-CHN-RELOAD-SUM   PIC 9(12)V9(6) COMP-5  Value 0.
           05 WS-CHN-NULL-CPU     PIC 9(12)V9(6) COMP-5  Value 0.
           05 WS-CHN-NULL-COST    PIC 9(07)V9(4) COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Per chain and depth: the average CPU of the five samples
      *    (seconds for WS-ITER-COUNT calls), whether the set was
      *    measured ('Y'), reloaded from checkpoint after a restart
      *    ('R') or never got a figure ('N'), and whether it ended
      *    unstable.
      *---------------------------------------------------------------
       01  WS-CHN-RESULT-TABLE.
           05 WS-CHN-RES-ROW OCCURS 3 TIMES.
              10 WS-CHN-RES-CELL OCCURS 5 TIMES.
                 15 WS-CHN-RES-AVG     PIC 9(12)V9(6) COMP-5.
                 15 WS-CHN-RES-HAVE    PIC X(01).
                 15 WS-CHN-RES-UNSTAB  PIC X(01).

      *---------------------------------------------------------------
      *    Summary work items.  Costs are CPU microseconds per call
      *    of the chain head, net of the null-loop harness figure.
      *    An increment that grows by more than WS-CHN-GROW-PCT
      *    from the first extra level to the last is called
      *    compounding; one that shrinks by as much, tapering.
      *---------------------------------------------------------------
       01  WS-CHN-SUMMARY-ITEMS.
           05 WS-CHN-GROW-PCT     PIC 9(03)  COMP-5  Value 25.
           05 WS-CHN-COST         PIC 9(07)V9(4)  COMP-5  Value 0.
           05 WS-CHN-PRIOR-COST   PIC 9(07)V9(4)  COMP-5  Value 0.
           05 WS-CHN-INCR         PIC S9(07)V9(4) COMP-5  Value 0.
           05 WS-CHN-FIRST-INCR   PIC S9(07)V9(4) COMP-5  Value 0.
           05 WS-CHN-LAST-INCR    PIC S9(07)V9(4) COMP-5  Value 0.
           05 WS-CHN-GROWTH-PCT   PIC S9(05)V9(2) COMP-5  Value 0.
           05 WS-CHN-DEEP-DYN     PIC 9(07)V9(4)  COMP-5  Value 0.
           05 WS-CHN-DEEP-NODYN   PIC 9(07)V9(4)  COMP-5  Value 0.
           05 WS-CHN-COST-OK-SW   PIC X(01)  Value 'N'.
           05 WS-CHN-INCR-CNT     PIC 9(01)  Value 0.
           05 WS-CHN-VERDICT      PIC X(48)  Value Spaces.
           05 WS-SHOW-CHN-COST    PIC Z(6)9.9(4).
           05 WS-SHOW-CHN-INCR    PIC -(6)9.9(4).
           05 WS-SHOW-CHN-PCT     PIC -(4)9.99.
           05 WS-SHOW-CHN-FLAG    PIC X(12)  Value Spaces.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(20).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
      *  PARM='userid,jobname,depth' - the userid/jobname pair works
      *  as it does for every TODYNAMn step (see TODYNAM1); left
      *  empty (PARM=',,4') TODYNJOB supplies them.  Depth is the
      *  deepest chain measured, 1 thru 5, default 3.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Move Spaces To WS-AUD-USERID
           Move Spaces To WS-AUD-JOBNAME
           If LS-PARM-LEN > 0
               Unstring LS-PARM-TEXT(1:LS-PARM-LEN) Delimited By ','
                   Into WS-AUD-USERID WS-AUD-JOBNAME WS-CHN-DEPTH-X
               End-Unstring
           End-If
           If WS-AUD-USERID = Spaces And WS-AUD-JOBNAME = Spaces
               Call 'TODYNJOB' Using WS-AUD-USERID WS-AUD-JOBNAME
                   On Exception
                       Move Spaces To WS-AUD-USERID
                       Move Spaces To WS-AUD-JOBNAME
               End-Call
           End-If
           Perform Set-Chain-Depth
           Perform Read-Control-File
           Perform Open-Results-File
           Perform Open-Extract-File
           Perform Open-Checkpoint-File
           Perform Acquire-Run-Lock
           If WS-LOCK-HELD-SW = 'N'
               Perform End-Run-Busy
           End-If
           Perform Scan-Leftover-Checkpoints
           Perform Open-Audit-File
           Perform Write-Audit-Rec
           Perform Probe-Timer-Module
           Perform Get-Start-CPU
           Perform Probe-Chain-Modules
           Perform Get-Run-Environment
           Perform Check-Load-Window
           If WS-LOAD-DEFER-SW = 'Y'
               Perform End-Run-Deferred
           End-If
           Perform Measure-Null-Loop
           Move CPUTIME-DIFF To WS-CHN-NULL-CPU

           Display 'Measuring nested call chains (DYNAM), depth 1 to '
                   WS-CHN-MAX-DEPTH
           Display ' '

           Perform Init-Chain-Results
           Perform Read-Chain-Progress
           Perform Run-One-Chain-Depth
               Varying WS-CHN-DEPTH From 1 By 1
               Until WS-CHN-DEPTH > WS-CHN-MAX-DEPTH
           Move 1 To WS-CHN-START-SET
           Perform Write-Chain-Progress

           Perform Print-Chain-Summary

           Perform Release-Run-Lock
           Perform Close-Results-File
           Perform Close-Extract-File
           Perform Close-Checkpoint-File
           Perform Close-Audit-File
           GOBACK.


      *--------------------------------------------------------------
      *  Depth from PARM - a single digit 1 thru 5; anything else
      *  keeps the default and says so.
      *--------------------------------------------------------------
       Set-Chain-Depth.
           If WS-CHN-DEPTH-X Not = Space
               If WS-CHN-DEPTH-X Numeric
                   And WS-CHN-DEPTH-9 >= 1
                   And WS-CHN-DEPTH-9 <= 5
                   Move WS-CHN-DEPTH-9 To WS-CHN-MAX-DEPTH
               Else
                   Display '    *** PARM DEPTH ' WS-CHN-DEPTH-X
                           ' IS NOT 1 THRU 5 - MEASURING TO DEPTH '
                           WS-CHN-MAX-DEPTH ' ***'
               End-If
           End-If
           EXIT.


       Init-Chain-Results.
           Perform Varying WS-CHN-MX From 1 By 1
                   Until WS-CHN-MX > 3
               Perform Varying WS-CHN-DEPTH From 1 By 1
                       Until WS-CHN-DEPTH > 5
                   Move 0   To WS-CHN-RES-AVG(WS-CHN-MX, WS-CHN-DEPTH)
                   Move 'N' To WS-CHN-RES-HAVE(WS-CHN-MX, WS-CHN-DEPTH)
                   Move 'N'
                       To WS-CHN-RES-UNSTAB(WS-CHN-MX, WS-CHN-DEPTH)
               End-Perform
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *  One depth - the three chains in turn.
      *--------------------------------------------------------------
       Run-One-Chain-Depth.
           Perform Run-One-Chain-Set
               Varying WS-CHN-MX From 1 By 1
               Until WS-CHN-MX > 3
           EXIT.


      *--------------------------------------------------------------
      *  One chain at one depth - the full five-sample set with its
      *  stability gate, or, when a restart is past this set, the
      *  finished set's figure back from its checkpoint rows for
      *  the summary.
      *--------------------------------------------------------------
       Run-One-Chain-Set.
           Compute WS-CHN-SET-NO = (WS-CHN-DEPTH - 1) * 3 + WS-CHN-MX
           Perform Set-Chain-Identity
           If WS-CHN-SET-NO < WS-CHN-START-SET
               Perform Reload-Chain-Set
           Else
               Move WS-CHN-SET-NO To WS-CHN-START-SET
               Perform Write-Chain-Progress
               Display ' '
               Display 'Measure chain ' WS-CHN-DEF-MIX(WS-CHN-MX)
                       ' depth ' WS-CHN-DEPTH
               Display '    Chain head    : ' WS-CHN-HEAD
               Move 'TODYNAM9'  To CKP-KEY-PROGRAM
               Move WS-CHN-CODE To CKP-KEY-CALLTYPE
               Perform Read-Sample-Progress
               Compute WS-CHN-SAMPLE-NO = WS-NEXT-SAMPLE-NO - 1
               Compute WS-CHN-TIMES     = 6 - WS-NEXT-SAMPLE-NO
               Perform Measure-Chain-Sample WS-CHN-TIMES Times
               Perform Compute-Chain-Stats
               Perform Check-Chain-Stability
               Move WS-LIT-STAT-AVG
                   To WS-CHN-RES-AVG(WS-CHN-MX, WS-CHN-DEPTH)
               Move 'Y' To WS-CHN-RES-HAVE(WS-CHN-MX, WS-CHN-DEPTH)
               Move WS-CHN-UNSTABLE-SW
                   To WS-CHN-RES-UNSTAB(WS-CHN-MX, WS-CHN-DEPTH)
               Move 'TODYNAM9'  To CKP-KEY-PROGRAM
               Move WS-CHN-CODE To CKP-KEY-CALLTYPE
               Move 1           To WS-NEXT-SAMPLE-NO
               Perform Write-Sample-Progress
           End-If
           EXIT.


       Set-Chain-Identity.
           Move WS-CHN-DEF-HEAD(WS-CHN-MX) To WS-CHN-HEAD
           Move WS-CHN-DEF-CODES(WS-CHN-MX)(WS-CHN-DEPTH:1)
               To WS-CHN-CODE
           Move Spaces To WS-CHN-CALL-TYPE
           String WS-CHN-DEF-MIX(WS-CHN-MX) Delimited By Space
                  '-'                      Delimited By Size
                  WS-CHN-DEPTH             Delimited By Size
               Into WS-CHN-CALL-TYPE
           Move WS-CHN-HEAD To WS-MODULE-NAME
           EXIT.


      *--------------------------------------------------------------
      *  A set finished before the restart: its five per-sample
      *  checkpoint rows still hold each sample's final CPU (the
      *  same rows Reload-Completed-Samples uses).  Only rows taken
      *  under the parameters now in effect count; anything short
      *  of five leaves the set out of the summary.
      *--------------------------------------------------------------
       Reload-Chain-Set.
           Move 0 To WS-CHN-RELOAD-CNT
           Move 0 To WS-CHN-RELOAD-SUM
           Move 'TODYNAM9'  To CKP-KEY-PROGRAM
           Move WS-CHN-CODE To CKP-KEY-CALLTYPE
           Perform Varying WS-RELOAD-SAMPLE-NO From 1 By 1
                   Until WS-RELOAD-SAMPLE-NO > 5
               Move WS-RELOAD-SAMPLE-NO To CKP-KEY-SAMPLE
               Read TODYNCKP-FILE
                   Invalid Key
                       Continue
                   Not Invalid Key
                       If CKP-ITER-DONE = 0
                           And CKP-ITER-TARGET = WS-ITER-COUNT
                           And CKP-MODULE-NAME = WS-CHN-HEAD
                           Add 1 To WS-CHN-RELOAD-CNT
                           Add CKP-ACCUM-CPU To WS-CHN-RELOAD-SUM
                       End-If
               End-Read
           End-Perform
           If WS-CHN-RELOAD-CNT = 5
               Compute WS-CHN-RES-AVG(WS-CHN-MX, WS-CHN-DEPTH) =
                   WS-CHN-RELOAD-SUM / 5
               Move 'R' To WS-CHN-RES-HAVE(WS-CHN-MX, WS-CHN-DEPTH)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *  Set-level restart position - the '#' sentinel row holds
      *  the number of the set in flight, the way the campaign
      *  programs keep their module position under 'M'.
      *--------------------------------------------------------------
       Read-Chain-Progress.
           Move 'TODYNAM9' To CKP-KEY-PROGRAM
           Move '#'        To CKP-KEY-CALLTYPE
           Move 0          To CKP-KEY-SAMPLE
           Move 1          To WS-CHN-START-SET
           Read TODYNCKP-FILE
               Invalid Key
                   Continue
               Not Invalid Key
                   If CKP-ITER-DONE > 1 And CKP-ITER-DONE <= 15
                       Move CKP-ITER-DONE To WS-CHN-START-SET
                       Display '    Resuming at chain set '
                               WS-CHN-START-SET
                   End-If
           End-Read
           EXIT.


       Write-Chain-Progress.
           Move 'TODYNAM9'       To CKP-KEY-PROGRAM
           Move '#'              To CKP-KEY-CALLTYPE
           Move 0                To CKP-KEY-SAMPLE
           Move WS-CHN-START-SET To CKP-ITER-DONE
           Move 0                To CKP-ACCUM-CPU
           Move 0                To CKP-ACCUM-WALL
           Move Spaces           To CKP-MODULE-NAME
           Move 0                To CKP-ITER-TARGET
           Rewrite WS-CKP-REC
               Invalid Key
                   Write WS-CKP-REC
           End-Rewrite
           EXIT.


      *--------------------------------------------------------------
      *  Measure one sample of the current chain at the current
      *  depth.  The stubs put CHN-DEPTH-LEFT back on the way up,
      *  so it is set once here, outside the timed loop.
      *--------------------------------------------------------------
       Measure-Chain-Sample.
           Move WS-CHN-CALL-TYPE To WS-CALL-TYPE
           Move WS-CHN-HEAD      To WS-MODULE-NAME
           Add 1                 To WS-CHN-SAMPLE-NO
           Move 'TODYNAM9'       To CKP-KEY-PROGRAM
           Move WS-CHN-CODE      To CKP-KEY-CALLTYPE
           Move WS-CHN-SAMPLE-NO To CKP-KEY-SAMPLE
           Perform Read-Checkpoint
           Move CKP-ITER-DONE To WS-LOOP-START
           Move 0             To WS-CKP-COUNTER
           Move WS-CHN-DEPTH  To CHN-DEPTH-LEFT
           Perform Get-Start-CPU
           Perform Get-Start-Wall
           Perform Varying WS-LOOP-IDX From WS-LOOP-START By 1
                   Until WS-LOOP-IDX >= WS-ITER-COUNT
               Call WS-CHN-HEAD Using CHN-PARM
               Add 1 To WS-CKP-COUNTER
               If WS-CKP-COUNTER >= WS-CHECKPOINT-INT
                   Perform Get-End-CPU
                   Compute CKP-ACCUM-CPU =
                       CKP-ACCUM-CPU + (CPUTIME-End - CPUTIME-Start)
                   Perform Get-End-Wall
                   Compute CKP-ACCUM-WALL =
                       CKP-ACCUM-WALL +
                           (WS-WALL-END-CS - WS-WALL-START-CS)
                   Compute CKP-ITER-DONE = WS-LOOP-IDX + 1
                   Perform Write-Checkpoint
                   Move 0 To WS-CKP-COUNTER
                   Perform Get-Start-CPU
                   Perform Get-Start-Wall
               End-If
           End-Perform
           Perform Get-End-CPU
           Compute CPUTIME-DIFF =
               CKP-ACCUM-CPU + (CPUTIME-End - CPUTIME-Start)
           Perform Get-End-Wall
           Compute WS-WALL-DIFF-CS =
               CKP-ACCUM-WALL + (WS-WALL-END-CS - WS-WALL-START-CS)
           Perform Display-CPU-Used
           Perform Display-Wall-Used
           Move WS-CHN-CODE  To WS-KEY-CALLTYPE
           Perform Write-Result-Rec
           Move Space        To WS-KEY-CALLTYPE
           Perform Write-Extract-Rec
           Move RR-KEY       To WS-LIT-RES-KEY(WS-CHN-SAMPLE-NO)
           Move CPUTIME-DIFF To WS-LIT-SAMPLE(WS-CHN-SAMPLE-NO)
           Move 0            To CKP-ITER-DONE
           Move CPUTIME-DIFF To CKP-ACCUM-CPU
           Move 0 To CKP-ACCUM-WALL
           Perform Write-Checkpoint
           Compute WS-NEXT-SAMPLE-NO = WS-CHN-SAMPLE-NO + 1
           Perform Write-Sample-Progress
           EXIT.


      *--------------------------------------------------------------
      *  Min/max/average/stddev and the stability gate for a chain
      *  set - STATCALC's computation and rule (spread beyond
      *  WS-STABLE-PCT re-measures the set, up to WS-STABLE-RETRY
      *  tries, and a set that never settles is flagged 'U'),
      *  keyed on the chain's own call-type letter and re-measured
      *  through Measure-Chain-Sample.  The per-sample keys and
      *  values ride in STATWS's literal slots, which
      *  Reload-Completed-Samples fills for any call type other
      *  than 'I'.
      *--------------------------------------------------------------
       Compute-Chain-Stats.
           Move Function Min(WS-LIT-SAMPLE(1) WS-LIT-SAMPLE(2)
               WS-LIT-SAMPLE(3) WS-LIT-SAMPLE(4) WS-LIT-SAMPLE(5))
               To WS-LIT-STAT-MIN
           Move Function Max(WS-LIT-SAMPLE(1) WS-LIT-SAMPLE(2)
               WS-LIT-SAMPLE(3) WS-LIT-SAMPLE(4) WS-LIT-SAMPLE(5))
               To WS-LIT-STAT-MAX
           Move Function Mean(WS-LIT-SAMPLE(1) WS-LIT-SAMPLE(2)
               WS-LIT-SAMPLE(3) WS-LIT-SAMPLE(4) WS-LIT-SAMPLE(5))
               To WS-LIT-STAT-AVG
           Move Function Standard-Deviation(WS-LIT-SAMPLE(1)
               WS-LIT-SAMPLE(2) WS-LIT-SAMPLE(3) WS-LIT-SAMPLE(4)
               WS-LIT-SAMPLE(5)) To WS-LIT-STAT-STDDEV
           Display ' '
           Display '  Chain ' WS-CHN-CALL-TYPE
                   ' stats across 5 samples:'
           Move WS-LIT-STAT-MIN    To WS-SHOW-STAT
           Display '    Min    : ' WS-SHOW-STAT
           Move WS-LIT-STAT-MAX    To WS-SHOW-STAT
           Display '    Max    : ' WS-SHOW-STAT
           Move WS-LIT-STAT-AVG    To WS-SHOW-STAT
           Display '    Avg    : ' WS-SHOW-STAT
           Move WS-LIT-STAT-STDDEV To WS-SHOW-STAT
           Display '    StdDev : ' WS-SHOW-STAT
           EXIT.


       Compute-Chain-Spread.
           Move 0 To WS-STAB-SPREAD-PCT
           If WS-LIT-STAT-AVG > 0
               Compute WS-STAB-SPREAD-PCT Rounded =
                   (WS-LIT-STAT-STDDEV / WS-LIT-STAT-AVG) * 100
           End-If
           EXIT.


       Mark-Chain-Set-Unstable.
           Move 'N' To WS-STAB-BLANK-SW
           Perform Varying WS-STAB-SX From 1 By 1
                   Until WS-STAB-SX > 5
               If WS-LIT-RES-KEY(WS-STAB-SX) Not = Spaces
                   Move WS-LIT-RES-KEY(WS-STAB-SX) To RR-KEY
                   Read TODYNRES-FILE
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move WS-RESULT-REC To WS-JRN-BEFORE
                           Move 'U' To RR-STABLE-FLAG
                           Rewrite WS-RESULT-REC
                           If WS-RESFILE-STATUS = '00'
                               Perform Journal-Result-Change
                               Perform Write-Result-Smf-Reflag
                           End-If
                   End-Read
               Else
                   Move 'Y' To WS-STAB-BLANK-SW
               End-If
           End-Perform
           If WS-STAB-BLANK-SW = 'Y'
               Display '    (samples measured before a restart could'
                       ' not be re-flagged - their history keys did'
                       ' not survive the abend)'
           End-If
           EXIT.


       Check-Chain-Stability.
           Move 'N' To WS-CHN-UNSTABLE-SW
           Move 0   To WS-STAB-RETRY-NO
           Perform Compute-Chain-Spread
           Perform Until WS-STAB-SPREAD-PCT <= WS-STABLE-PCT
                   Or WS-STAB-RETRY-NO >= WS-STABLE-RETRY
               Add 1 To WS-STAB-RETRY-NO
               Move WS-STAB-SPREAD-PCT To WS-SHOW-SPREAD
               Display '    *** UNSTABLE SAMPLE SET *** chain '
                       'spread ' WS-SHOW-SPREAD '% exceeds '
                       WS-STABLE-PCT '% - re-measuring (try '
                       WS-STAB-RETRY-NO ' of ' WS-STABLE-RETRY ')'
               Perform Mark-Chain-Set-Unstable
               Move 'TODYNAM9'  To CKP-KEY-PROGRAM
               Move WS-CHN-CODE To CKP-KEY-CALLTYPE
               Move 1           To WS-NEXT-SAMPLE-NO
               Perform Write-Sample-Progress
               Move 0           To WS-CHN-SAMPLE-NO
               Perform Measure-Chain-Sample 5 Times
               Perform Compute-Chain-Stats
               Perform Compute-Chain-Spread
           End-Perform
           If WS-STAB-SPREAD-PCT > WS-STABLE-PCT
               Move WS-STAB-SPREAD-PCT To WS-SHOW-SPREAD
               Display '    *** STILL UNSTABLE *** chain spread '
                       WS-SHOW-SPREAD '% after ' WS-STABLE-RETRY
                       ' retries - set marked unstable in history'
               Perform Mark-Chain-Set-Unstable
               Move 'Y' To WS-CHN-UNSTABLE-SW
           End-If
           EXIT.


      *--------------------------------------------------------------
      *  Per-level summary.  Cost per chain call at each depth, net
      *  of the null-loop harness figure; what the level added over
      *  the depth above it; and, with three or more depths, how the
      *  last increment compares with the first - flat means the
      *  overhead simply adds up per level, growing means it
      *  compounds.  The DYNAM-over-NODYNAM gap at the deepest depth
      *  is what recompiling the whole tree NODYNAM would save per
      *  top-level call.
      *--------------------------------------------------------------
       Print-Chain-Summary.
           Compute WS-CHN-NULL-COST Rounded =
               (WS-CHN-NULL-CPU * 1000000) / WS-ITER-COUNT
           Display ' '
           Display '=================================================='
           Display 'Call-chain depth summary - CPU microseconds per '
                   'call of the chain head,'
           Display 'harness overhead (null loop) netted out'
           Display '=================================================='
           Perform Print-One-Chain-Mix
               Varying WS-CHN-MX From 1 By 1
               Until WS-CHN-MX > 3
           Perform Print-Chain-Gap
           Display ' '
           Display '=================================================='
           EXIT.


       Print-One-Chain-Mix.
           Display ' '
           Display 'Chain ' WS-CHN-DEF-MIX(WS-CHN-MX) '  (head '
                   WS-CHN-DEF-HEAD(WS-CHN-MX) ')'
           Display '  DEPTH   COST/CALL       THIS LEVEL ADDED'
           Move 'N' To WS-CHN-COST-OK-SW
           Move 0   To WS-CHN-INCR-CNT
           Move 0   To WS-CHN-FIRST-INCR
           Move 0   To WS-CHN-LAST-INCR
           Perform Print-One-Chain-Depth
               Varying WS-CHN-DEPTH From 1 By 1
               Until WS-CHN-DEPTH > WS-CHN-MAX-DEPTH
           Perform Judge-Chain-Growth
           Display '  ' WS-CHN-VERDICT
           EXIT.


       Print-One-Chain-Depth.
           If WS-CHN-RES-HAVE(WS-CHN-MX, WS-CHN-DEPTH) = 'N'
               Display '    ' WS-CHN-DEPTH '     (no figure - set not'
                       ' completed)'
               Move 'N' To WS-CHN-COST-OK-SW
           Else
               Perform Compute-Chain-Cost
               Move Spaces To WS-SHOW-CHN-FLAG
               If WS-CHN-RES-UNSTAB(WS-CHN-MX, WS-CHN-DEPTH) = 'Y'
                   Move '  UNSTABLE'  To WS-SHOW-CHN-FLAG
               End-If
               If WS-CHN-RES-HAVE(WS-CHN-MX, WS-CHN-DEPTH) = 'R'
                   Move '  (restart)' To WS-SHOW-CHN-FLAG
               End-If
               Move WS-CHN-COST To WS-SHOW-CHN-COST
               If WS-CHN-COST-OK-SW = 'Y'
                   Compute WS-CHN-INCR =
                       WS-CHN-COST - WS-CHN-PRIOR-COST
                   Move WS-CHN-INCR To WS-SHOW-CHN-INCR
                   Display '    ' WS-CHN-DEPTH '  ' WS-SHOW-CHN-COST
                           '  ' WS-SHOW-CHN-INCR WS-SHOW-CHN-FLAG
                   If WS-CHN-DEPTH > 1
                       Add 1 To WS-CHN-INCR-CNT
                       If WS-CHN-INCR-CNT = 1
                           Move WS-CHN-INCR To WS-CHN-FIRST-INCR
                       End-If
                       Move WS-CHN-INCR To WS-CHN-LAST-INCR
                   End-If
               Else
                   Display '    ' WS-CHN-DEPTH '  ' WS-SHOW-CHN-COST
                           '                ' WS-SHOW-CHN-FLAG
               End-If
               Move WS-CHN-COST To WS-CHN-PRIOR-COST
               Move 'Y'         To WS-CHN-COST-OK-SW
           End-If
           EXIT.


       Compute-Chain-Cost.
           Compute WS-CHN-COST Rounded =
               (WS-CHN-RES-AVG(WS-CHN-MX, WS-CHN-DEPTH) * 1000000)
                   / WS-ITER-COUNT
           If WS-CHN-COST > WS-CHN-NULL-COST
               Subtract WS-CHN-NULL-COST From WS-CHN-COST
           Else
               Move 0 To WS-CHN-COST
           End-If
           EXIT.


       Judge-Chain-Growth.
           Evaluate True
               When WS-CHN-INCR-CNT < 2
                   Move '(three depths in a row needed to judge)'
                       To WS-CHN-VERDICT
               When WS-CHN-FIRST-INCR <= 0
                   Move '(first extra level added nothing - no trend)'
                       To WS-CHN-VERDICT
               When Other
                   Compute WS-CHN-GROWTH-PCT Rounded =
                       ((WS-CHN-LAST-INCR - WS-CHN-FIRST-INCR) * 100)
                           / WS-CHN-FIRST-INCR
                       On Size Error
                           Move 99999.99 To WS-CHN-GROWTH-PCT
                   End-Compute
                   Move WS-CHN-GROWTH-PCT To WS-SHOW-CHN-PCT
                   Evaluate True
                       When WS-CHN-GROWTH-PCT > WS-CHN-GROW-PCT
                           Move 'COMPOUNDS - per-level cost grows'
                               To WS-CHN-VERDICT
                       When WS-CHN-GROWTH-PCT < 0 - WS-CHN-GROW-PCT
                           Move 'TAPERS - per-level cost shrinks'
                               To WS-CHN-VERDICT
                       When Other
                           Move 'ADDS UP - per-level cost is flat'
                               To WS-CHN-VERDICT
                   End-Evaluate
                   Display '  Last level added ' WS-SHOW-CHN-PCT
                           '% against the first extra level'
           End-Evaluate
           EXIT.


       Print-Chain-Gap.
           Move WS-CHN-MAX-DEPTH To WS-CHN-DEPTH
           If WS-CHN-RES-HAVE(1, WS-CHN-DEPTH) Not = 'N'
               And WS-CHN-RES-HAVE(2, WS-CHN-DEPTH) Not = 'N'
               Move 1 To WS-CHN-MX
               Perform Compute-Chain-Cost
               Move WS-CHN-COST To WS-CHN-DEEP-DYN
               Move 2 To WS-CHN-MX
               Perform Compute-Chain-Cost
               Move WS-CHN-COST To WS-CHN-DEEP-NODYN
               Compute WS-CHN-INCR =
                   WS-CHN-DEEP-DYN - WS-CHN-DEEP-NODYN
               Move WS-CHN-INCR To WS-SHOW-CHN-INCR
               Display ' '
               Display 'All-DYNAM over all-NODYNAM at depth '
                       WS-CHN-DEPTH ': ' WS-SHOW-CHN-INCR
                       ' microseconds per top-level call'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    get the CPU Usage Before the code to be measured.
      *--------------------------------------------------------------
       GET-Start-CPU.
           Call W-CPUTIME9 Using CPUTIME-Start
           EXIT.


      *--------------------------------------------------------------
      *    get the CPU Usage Before the code to be measured.
      *--------------------------------------------------------------
       GET-End-CPU.
           Call W-CPUTIME9 Using CPUTIME-End
           EXIT.


      *--------------------------------------------------------------
      *    Display the already-computed CPUTIME-DIFF, so the
      *    checkpointed measurement loops can combine CKP-ACCUM-CPU
      *    with the final segment themselves and still share the same
      *    DISPLAY format.
      *--------------------------------------------------------------
       Display-CPU-Used.
           Move CPUTIME-DIFF to CPUTIME-Show-CPU
           Display ' E: '  CPUTIME-End '  -  S: '  CPUTIME-Start
                   ' =  '  CPUTIME-Show-CPU
           EXIT.


      *--------------------------------------------------------------
      *    Load-failure probes, as in the other measurement
      *    programs.  Each chain head is called once at the deepest
      *    depth to be measured, outside the timed loops: a missing
      *    load module fails the CALL, and a chain that comes back
      *    with the wrong bottom level was link-edited wrongly (a
      *    level missing from its load module, or the wrong stub
      *    bound in) - either way a 'CF' audit record and RC 12
      *    rather than a night of figures for the wrong chain.
      *--------------------------------------------------------------
       Probe-Timer-Module.
           Call W-CPUTIME9 Using CPUTIME-Start
               On Exception
                   Move W-CPUTIME9 To WS-FAIL-MODULE
                   Perform Call-Failure-Shutdown
           End-Call
           EXIT.


       Probe-Chain-Modules.
           Perform Probe-One-Chain
               Varying WS-CHN-MX From 1 By 1
               Until WS-CHN-MX > 3
           EXIT.


       Probe-One-Chain.
           Move WS-CHN-DEF-HEAD(WS-CHN-MX) To WS-CHN-HEAD
           Move WS-CHN-MAX-DEPTH To CHN-DEPTH-LEFT
           Move 0                To CHN-LEAF-LEVEL
           Call WS-CHN-HEAD Using CHN-PARM
               On Exception
                   Move WS-CHN-HEAD To WS-FAIL-MODULE
                   Perform Call-Failure-Shutdown
           End-Call
           If CHN-LEAF-LEVEL Not = WS-CHN-MAX-DEPTH
               Display '    *** CHAIN ' WS-CHN-HEAD ' ENDED AT LEVEL '
                       CHN-LEAF-LEVEL ' INSTEAD OF '
                       WS-CHN-MAX-DEPTH ' - CHECK ITS LINK-EDIT ***'
               Move WS-CHN-HEAD To WS-FAIL-MODULE
               Perform Call-Failure-Shutdown
           End-If
           EXIT.


       Call-Failure-Shutdown.
           Display '    *** DYNAMIC CALL FAILED - MODULE '
                   WS-FAIL-MODULE ' NOT LOADABLE VIA DD STEPLIB '
                   '(TODYN.LOADLIB) ***'
           Perform Write-Call-Failure-Audit
           Perform Release-Run-Lock
           Perform Close-Results-File
           Perform Close-Extract-File
           Perform Close-Checkpoint-File
           Perform Close-Audit-File
           Move 12 To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    Results history file Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY RESWRITE.


      *--------------------------------------------------------------
      *    Capacity-planning CSV extract Open/Write/Close  (shared
      *    copybook)
      *--------------------------------------------------------------
           COPY EXTWRITE.


      *--------------------------------------------------------------
      *    Control/parameter file read  (shared copybook)
      *--------------------------------------------------------------
           COPY CTLREAD.


      *--------------------------------------------------------------
      *    Checkpoint/restart for the measurement loops  (shared
      *    copybook)
      *--------------------------------------------------------------
           COPY CKPRTN.


      *--------------------------------------------------------------
      *    Wall-clock (elapsed) timing alongside the CPU time
      *    (shared copybook)
      *--------------------------------------------------------------
           COPY WALLRTN.


      *--------------------------------------------------------------
      *    Run audit trail Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY AUDWRITE.

      *--------------------------------------------------------------
      *    Update journal Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY JRNRTN.

      *--------------------------------------------------------------
      *    Load-module attribute catalog - the attribute version
      *    each result is stamped with  (shared copybook)
      *--------------------------------------------------------------
           COPY LMARTN.

      *--------------------------------------------------------------
      *    User SMF record for each history record  (shared
      *    copybook)
      *--------------------------------------------------------------
           COPY SMURTN.

      *--------------------------------------------------------------
      *    Run-environment capture - LPAR/system id, CPU model, and
      *    the measured load indication  (shared copybook)
      *--------------------------------------------------------------
           COPY ENVRTN.

      *--------------------------------------------------------------
      *    Null-loop harness calibration, recorded once per run
      *    (shared copybook)
      *--------------------------------------------------------------
           COPY CALRTN.
