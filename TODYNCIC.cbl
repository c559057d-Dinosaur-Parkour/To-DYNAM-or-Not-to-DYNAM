       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       CBL CICS('COBOL3,SP')
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCIC.
      *===============================================================
      *     CICS call-overhead benchmark - transaction TDYC.  Most of
      *     the hot subroutines are called from CICS transactions,
      *     where the choice is not DYNAM vs NODYNAM alone but
      *     EXEC CICS LINK vs a COBOL CALL, so this driver times all
      *     three from inside a CICS task:
      *         EXEC CICS LINK PROGRAM(WS-A31BR14)      'EXECLINK' E
      *         Call WS-A31BR14 Using CPUTIME-DATA-ITEMS 'DYNCALL'  D
      *         Call 'A31BR14'  Using CPUTIME-DATA-ITEMS 'STATCALL' S
      *     Compiled NODYNAM so the literal CALL is resolved at link
      *     edit (A31BR14 is bound into this load module) and the
      *     identifier CALL is the dynamic one.  The LINK and
      *     dynamic CALL target is CTL-MODULE-NAME when the control
      *     record names one, A31BR14 otherwise.
      *
      *     Same sample-set structure as the TODYNAMn batch drivers:
      *     a null-loop calibration record, then 5 samples of
      *     CTL-ITER-COUNT calls per call style with min/max/avg/
      *     stddev and the stability gate (re-measure up to
      *     CTL-STABLE-RETRY times, mark a set that never settles
      *     'U').  Results go to TODYNRES (and the TODYNRSX cross-
      *     reference) under program TODYNCIC with the run
      *     environment filled in, one 'OK' record goes to TODYNAUD,
      *     and every update is journaled, so TODYNCMP, TODYNMTX and
      *     TODYNTRD report the CICS figures next to the batch ones.
      *
      *     Differences a CICS task forces on the batch pattern:
      *       - the clusters are CICS files (TODYNRES/TODYNRSX/
      *         TODYNAUD/TODYNCKP, jcl/TODYNCIC.jcl) read and written
      *         with EXEC CICS file control;
      *       - the control record is read through the extrapartition
      *         queue TCTL (DSN TODYN.BENCH.TODYNCTL), re-opened for
      *         every run so each run reads it from the top;
      *       - journal records go to the extrapartition queue TJRN
      *         (DSN TODYN.BENCH.TODYNJRN.CICS), which TODYNFRC
      *         merges with the batch journal by entry stamp;
      *       - there is no sample checkpoint/restart - an abended
      *         task leaves nothing in flight to resume, it is simply
      *         re-run - but the loops still break at every
      *         CTL-CHECKPOINT-INT calls, outside the timed window,
      *         to SUSPEND (so the runaway-task timer never fires on
      *         a long sample set) exactly where the batch loops
      *         write their checkpoint;
      *       - userid is the signed-on CICS user and jobname the
      *         region APPLID on the audit record and the run lock;
      *       - the run lock is taken, not waited for: finding the
      *         '@RUNLOCK' row held ends the task at once with the
      *         holder named (a stale lock is recovered by the next
      *         batch step, CKPRTN.cpy).
      *     DISPLAY output goes to the region's LE message queue
      *     (CESE); a task started from a terminal is also sent a
      *     one-line completion message.
      *===============================================================
       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  STUFF-FOR-THIS-PGM.
           05 WS-A31BR14         PIC  X(08) Value 'A31BR14'.
           05 WS-PGM-ID          PIC  X(08) Value 'TODYNCIC'.
           05 WS-COMPILE-OPTS    PIC  X(48)
                  Value 'OPT(2) NODYNAM ARCH(12) TUNE(12) CICS'.


       01  CPUTIME-DATA-ITEMS.
           05 CPUTIME-Start      PIC  9(12)V9(6) COMP-5.
           05 CPUTIME-End        PIC  9(12)V9(6) COMP-5.
           05 CPUTIME-Diff       PIC  9(12)V9(6) COMP-5.
           05 CPUTIME-Show-CPU   PIC  Z(11)9.9(6).
           05 COBOL-DIFF         PIC  9(03)V9(6) COMP-5.
           05 W-CPUTIME9         PIC  X(08) Value 'CPUTIME9'.

      *---------------------------------------------------------------
      *    Record layouts of the clusters and queues - the batch FD
      *    copybooks, brought into WORKING-STORAGE for the EXEC CICS
      *    FROM/INTO areas.
      *---------------------------------------------------------------
           COPY RESFD REPLACING ==FD TODYNRES-FILE== BY ====
                                ==LABEL RECORDS ARE STANDARD.== BY ====.
           COPY RSXFD REPLACING ==FD TODYNRSX-FILE== BY ====
                                ==LABEL RECORDS ARE STANDARD.== BY ====.
           COPY AUDFD REPLACING ==FD TODYNAUD-FILE== BY ====
                                ==LABEL RECORDS ARE STANDARD.== BY ====.
           COPY CKPFD REPLACING ==FD TODYNCKP-FILE== BY ====
                                ==LABEL RECORDS ARE STANDARD.== BY ====.
           COPY CTLFD REPLACING ==FD TODYNCTL-FILE== BY ====
                                ==LABEL RECORDS ARE STANDARD.== BY ====.
           COPY JRNFD REPLACING ==FD TODYNJRN-FILE== BY ====
                                ==LABEL RECORDS ARE STANDARD.== BY ====.
           COPY LMAFD REPLACING ==FD TODYNLMA-FILE== BY ====
                                ==LABEL RECORDS ARE STANDARD.== BY ====.

           COPY RESWS.
           COPY CTLWS.
           COPY CKPWS.
           COPY STATWS.
           COPY WALLWS.
           COPY AUDWS.
           COPY JRNWS.
           COPY ENVWS.
           COPY CALWS.
           COPY LMAWS.

      *---------------------------------------------------------------
      *    EXEC CICS response codes, lengths and names.
      *---------------------------------------------------------------
       01  WS-CIC-ITEMS.
           05 WS-CIC-RESP         PIC S9(08) COMP     Value 0.
           05 WS-CIC-RESP2        PIC S9(08) COMP     Value 0.
           05 WS-CIC-COMM-LEN     PIC S9(04) COMP     Value 0.
           05 WS-CIC-CTL-LEN      PIC S9(04) COMP     Value 80.
           05 WS-CIC-JRN-LEN      PIC S9(04) COMP     Value 300.
           05 WS-CIC-MSG-LEN      PIC S9(04) COMP     Value 79.
           05 WS-CIC-STARTCODE    PIC  X(02)          Value Spaces.
           05 WS-CIC-CTL-QUEUE    PIC  X(04)          Value 'TCTL'.
           05 WS-CIC-JRN-QUEUE    PIC  X(04)          Value 'TJRN'.
           05 WS-CIC-RSX-OK-SW    PIC  X(01)          Value 'Y'.
           05 WS-CIC-JRN-OK-SW    PIC  X(01)          Value 'Y'.
           05 WS-CIC-LMA-EOF-SW   PIC  X(01)          Value 'N'.
           05 WS-CIC-LMA-CUR-SW   PIC  X(01)          Value Space.
           05 WS-CIC-END-MSG      PIC  X(79)          Value Spaces.

      *---------------------------------------------------------------
      *    The three call styles, one sample set each - call type
      *    written to TODYNRES, caption, the 5 samples and their
      *    TODYNRES keys (for the stability re-flag), and the set
      *    statistics.  Loaded by Initialize-Cics-Run.
      *---------------------------------------------------------------
       01  WS-CIC-SET-COUNT       PIC  9(02)  COMP-5  Value 3.
       01  WS-CIC-SET-TABLE.
           05 WS-CIC-SET OCCURS 3 TIMES.
              10 WS-CIC-SET-TYPE     PIC X(10).
              10 WS-CIC-SET-CAPTION  PIC X(40).
              10 WS-CIC-SAMPLE       OCCURS 5 TIMES
                                     PIC 9(12)V9(6) COMP-5.
              10 WS-CIC-RES-KEY      OCCURS 5 TIMES
                                     PIC X(27).
              10 WS-CIC-STAT-MIN     PIC 9(12)V9(6) COMP-5.
              10 WS-CIC-STAT-MAX     PIC 9(12)V9(6) COMP-5.
              10 WS-CIC-STAT-AVG     PIC 9(12)V9(6) COMP-5.
              10 WS-CIC-STAT-STDDEV  PIC 9(12)V9(6) COMP-5.
       01  WS-CIC-SX              PIC  9(02)  COMP-5  Value 0.
       01  WS-CIC-SAMPLE-NO       PIC  9(02)  COMP-5  Value 0.
       01  WS-CIC-ACCUM-CPU       PIC  9(12)V9(6) COMP-5  Value 0.
       01  WS-CIC-ACCUM-WALL      PIC  9(09)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Load-probe calibration work fields (Get-Cics-Environment).
      *---------------------------------------------------------------
       01  WS-CIC-CAL-QUOT        PIC  9(12)  COMP-5  Value 0.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Perform Initialize-Cics-Run
           Perform Read-Cics-Control
           If WS-CTL-MODULE-NAME Not = Spaces
               Move WS-CTL-MODULE-NAME To WS-A31BR14
           End-If
           Perform Take-Cics-Run-Lock
           If WS-LOCK-HELD-SW = 'N'
               Perform End-Cics-Run-Busy
           End-If
           Perform Write-Cics-Audit-Rec
           Perform Probe-Timer-Module
           Perform Get-Start-CPU
           Perform Probe-Cics-Targets
           Perform Get-Cics-Environment
           Perform Measure-Cics-Null-Loop

           Display 'Compiler option is NODYNAM - CICS transaction'
           Display ' '

           Perform Measure-Cics-Set
               Varying WS-CIC-SX From 1 By 1
               Until WS-CIC-SX > WS-CIC-SET-COUNT

           Perform Release-Cics-Run-Lock
           Display ' '
           Display 'TODYNCIC ended - ' WS-JRN-WRITTEN
                   ' journal record(s) written'
           Move 'TODYNCIC BENCHMARK COMPLETE - RESULTS ON TODYNRES'
               To WS-CIC-END-MSG
           Perform Send-Cics-End-Message
           EXEC CICS RETURN
           END-EXEC
           GOBACK.


      *--------------------------------------------------------------
      *    Who is running and where, and the call-style table.  The
      *    region APPLID stands in for the batch jobname.
      *--------------------------------------------------------------
       Initialize-Cics-Run.
           EXEC CICS ASSIGN USERID(WS-AUD-USERID)
                            APPLID(WS-AUD-JOBNAME)
                            STARTCODE(WS-CIC-STARTCODE)
                            RESP(WS-CIC-RESP)
           END-EXEC
           Move WS-PGM-ID      To WS-JRN-PROGRAM
           Move WS-AUD-JOBNAME To WS-JRN-JOBNAME
           Move WS-AUD-USERID  To WS-JRN-USERID
           Move Length Of CPUTIME-DATA-ITEMS To WS-CIC-COMM-LEN
           Move 'EXECLINK'   To WS-CIC-SET-TYPE(1)
           Move 'Measure EXEC CICS LINK    LINK PROGRAM'
                             To WS-CIC-SET-CAPTION(1)
           Move 'DYNCALL'    To WS-CIC-SET-TYPE(2)
           Move 'Measure Call WS-A31BR14   Dynamic Call'
                             To WS-CIC-SET-CAPTION(2)
           Move 'STATCALL'   To WS-CIC-SET-TYPE(3)
           Move "Measure Call 'A31BR14'    Static Call"
                             To WS-CIC-SET-CAPTION(3)
           EXIT.


      *--------------------------------------------------------------
      *    The control record, through the TCTL extrapartition
      *    queue.  The queue is opened for this read and closed
      *    again, so the next run reads the record from the top.
      *    The harness settings follow the same rules as
      *    Read-Control-File (CTLREAD.cpy); a missing or empty
      *    queue leaves the defaults.
      *--------------------------------------------------------------
       Read-Cics-Control.
           EXEC CICS SET TDQUEUE(WS-CIC-CTL-QUEUE) OPEN
                     RESP(WS-CIC-RESP)
           END-EXEC
           Move Spaces To WS-CONTROL-REC
           EXEC CICS READQ TD QUEUE(WS-CIC-CTL-QUEUE)
                     INTO(WS-CONTROL-REC)
                     LENGTH(WS-CIC-CTL-LEN)
                     RESP(WS-CIC-RESP)
           END-EXEC
           If WS-CIC-RESP = DFHRESP(NORMAL)
               Perform Apply-Cics-Control
           Else
               Display '    (control queue ' WS-CIC-CTL-QUEUE
                       ' not readable - running with the default '
                       'settings)'
           End-If
           EXEC CICS SET TDQUEUE(WS-CIC-CTL-QUEUE) CLOSED
                     RESP(WS-CIC-RESP)
           END-EXEC
           EXIT.


       Apply-Cics-Control.
           If CTL-ITER-COUNT Numeric And CTL-ITER-COUNT > 0
               Move CTL-ITER-COUNT To WS-ITER-COUNT
           End-If
           If CTL-CHECKPOINT-INT Numeric And CTL-CHECKPOINT-INT > 0
               Move CTL-CHECKPOINT-INT To WS-CHECKPOINT-INT
           End-If
           If CTL-MODULE-NAME Not = Spaces
               Move CTL-MODULE-NAME To WS-CTL-MODULE-NAME
           End-If
           If CTL-STABLE-PCT Numeric And CTL-STABLE-PCT > 0
               Move CTL-STABLE-PCT To WS-STABLE-PCT
           End-If
           If CTL-STABLE-RETRY Numeric And CTL-STABLE-RETRY > 0
               Move CTL-STABLE-RETRY To WS-STABLE-RETRY
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Run-level serialization against the batch suite - the
      *    same '@RUNLOCK' row the batch steps take (CKPRTN.cpy).
      *    Under CICS file control the WRITE is atomic, so a
      *    DUPREC is the answer: somebody else holds the suite.
      *--------------------------------------------------------------
       Take-Cics-Run-Lock.
           Move 'N'            To WS-LOCK-HELD-SW
           Move Spaces         To WS-CKP-REC
           Move '@RUNLOCK'     To CKP-KEY-PROGRAM
           Move Space          To CKP-KEY-CALLTYPE
           Move 0              To CKP-KEY-SAMPLE
           Move WS-AUD-JOBNAME To CKP-LOCK-JOBNAME
           Move WS-AUD-USERID  To CKP-LOCK-USERID
           Move Function Current-Date To WS-LOCK-DATE-TIME
           Move WS-LOCK-DATE-TIME(1:8) To CKP-LOCK-DATE
           Move WS-LOCK-DATE-TIME(9:6) To CKP-LOCK-TIME
           EXEC CICS WRITE FILE('TODYNCKP')
                     FROM(WS-CKP-REC)
                     RIDFLD(CKP-KEY)
                     RESP(WS-CIC-RESP)
           END-EXEC
           Evaluate WS-CIC-RESP
               When DFHRESP(NORMAL)
                   Move 'Y' To WS-LOCK-HELD-SW
               When DFHRESP(DUPREC)
                   EXEC CICS READ FILE('TODYNCKP')
                             INTO(WS-CKP-REC)
                             RIDFLD(CKP-KEY)
                             RESP(WS-CIC-RESP)
                   END-EXEC
               When Other
                   Display '    *** TODYNCKP WRITE FAILED - RESP '
                           WS-CIC-RESP ' - RUN LOCK NOT TAKEN ***'
                   Move Spaces To CKP-LOCK-JOBNAME
                   Move Spaces To CKP-LOCK-USERID
           End-Evaluate
           EXIT.


       End-Cics-Run-Busy.
           Display '    *** BENCHMARK RUN ALREADY IN PROGRESS *** '
                   'lock held by ' CKP-LOCK-JOBNAME ' ('
                   CKP-LOCK-USERID ') since ' CKP-LOCK-DATE ' '
                   CKP-LOCK-TIME ' - nothing measured'
           Move 'TODYNCIC NOT RUN - BENCHMARK SUITE LOCKED BY '
               To WS-CIC-END-MSG
           Move CKP-LOCK-JOBNAME To WS-CIC-END-MSG(46:8)
           Perform Send-Cics-End-Message
           EXEC CICS RETURN
           END-EXEC
           GOBACK.


      *--------------------------------------------------------------
      *    Only the owner removes the lock, as in Release-Run-Lock.
      *--------------------------------------------------------------
       Release-Cics-Run-Lock.
           Move '@RUNLOCK' To CKP-KEY-PROGRAM
           Move Space      To CKP-KEY-CALLTYPE
           Move 0          To CKP-KEY-SAMPLE
           EXEC CICS READ FILE('TODYNCKP')
                     INTO(WS-CKP-REC)
                     RIDFLD(CKP-KEY)
                     UPDATE
                     RESP(WS-CIC-RESP)
           END-EXEC
           If WS-CIC-RESP = DFHRESP(NORMAL)
               If CKP-LOCK-JOBNAME = WS-AUD-JOBNAME
                   And CKP-LOCK-USERID = WS-AUD-USERID
                   EXEC CICS DELETE FILE('TODYNCKP')
                             RESP(WS-CIC-RESP)
                   END-EXEC
               Else
                   EXEC CICS UNLOCK FILE('TODYNCKP')
                             RESP(WS-CIC-RESP)
                   END-EXEC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Load-failure probes, once each and outside the timed
      *    loops, as in the batch drivers.  The static CALL needs
      *    no probe - A31BR14 is bound into this module.
      *--------------------------------------------------------------
       Probe-Timer-Module.
           Call W-CPUTIME9 Using CPUTIME-Start
               On Exception
                   Move W-CPUTIME9 To WS-FAIL-MODULE
                   Perform Cics-Call-Failure-Shutdown
           End-Call
           EXIT.


       Probe-Cics-Targets.
           Call WS-A31BR14 Using CPUTIME-DATA-ITEMS
               On Exception
                   Move WS-A31BR14 To WS-FAIL-MODULE
                   Perform Cics-Call-Failure-Shutdown
           End-Call
           EXEC CICS LINK PROGRAM(WS-A31BR14)
                     COMMAREA(CPUTIME-DATA-ITEMS)
                     LENGTH(WS-CIC-COMM-LEN)
                     RESP(WS-CIC-RESP)
           END-EXEC
           If WS-CIC-RESP Not = DFHRESP(NORMAL)
               Move WS-A31BR14 To WS-FAIL-MODULE
               Perform Cics-Call-Failure-Shutdown
           End-If
           EXIT.


       Cics-Call-Failure-Shutdown.
           Display '    *** CALL/LINK FAILED - MODULE '
                   WS-FAIL-MODULE ' NOT LOADABLE BY THE REGION '
                   '(DFHRPL / PROGRAM DEFINITION) ***'
           Move 'CF' To AUD-RUN-STATUS
           Perform Write-Cics-Failure-Audit
           Perform Release-Cics-Run-Lock
           Move 'TODYNCIC FAILED - MODULE NOT LOADABLE: '
               To WS-CIC-END-MSG
           Move WS-FAIL-MODULE To WS-CIC-END-MSG(41:8)
           Perform Send-Cics-End-Message
           EXEC CICS RETURN
           END-EXEC
           GOBACK.


      *--------------------------------------------------------------
      *    One call style: 5 samples, their statistics, the
      *    stability gate, then a syncpoint so the set's history
      *    records are committed together.
      *--------------------------------------------------------------
       Measure-Cics-Set.
           Display ' '
           Display WS-CIC-SET-CAPTION(WS-CIC-SX)
           Move WS-CIC-SET-TYPE(WS-CIC-SX) To WS-CALL-TYPE
           If WS-CIC-SX = 3
               Move 'A31BR14'  To WS-MODULE-NAME
           Else
               Move WS-A31BR14 To WS-MODULE-NAME
               Display '    Target module : ' WS-A31BR14
           End-If
           Move 0 To WS-CIC-SAMPLE-NO
           Perform Measure-Cics-Sample 5 Times
           Perform Compute-Cics-Stats
           Perform Check-Cics-Stability
           EXEC CICS SYNCPOINT
           END-EXEC
           EXIT.


      *--------------------------------------------------------------
      *    One sample - the timed loop for the set's call style.
      *    Each loop holds nothing but the call and the interval
      *    test, the same content the null-loop calibration times.
      *--------------------------------------------------------------
       Measure-Cics-Sample.
           Add 1 To WS-CIC-SAMPLE-NO
           Move 0 To WS-CIC-ACCUM-CPU
           Move 0 To WS-CIC-ACCUM-WALL
           Move 0 To WS-CKP-COUNTER
           Perform Get-Start-CPU
           Perform Get-Start-Wall
           Evaluate WS-CIC-SX
               When 1
                   Perform Time-Exec-Link-Loop
               When 2
                   Perform Time-Dynamic-Call-Loop
               When Other
                   Perform Time-Static-Call-Loop
           End-Evaluate
           Perform Get-End-CPU
           Compute CPUTIME-DIFF =
               WS-CIC-ACCUM-CPU + (CPUTIME-End - CPUTIME-Start)
           Perform Get-End-Wall
           Compute WS-WALL-DIFF-CS =
               WS-CIC-ACCUM-WALL + (WS-WALL-END-CS - WS-WALL-START-CS)
           Perform Display-CPU-Used
           Perform Display-Wall-Used
           Perform Write-Cics-Result-Rec
           Move RR-KEY
               To WS-CIC-RES-KEY(WS-CIC-SX WS-CIC-SAMPLE-NO)
           Move CPUTIME-DIFF
               To WS-CIC-SAMPLE(WS-CIC-SX WS-CIC-SAMPLE-NO)
           EXIT.


       Time-Exec-Link-Loop.
           Perform Varying WS-LOOP-IDX From 0 By 1
                   Until WS-LOOP-IDX >= WS-ITER-COUNT
               EXEC CICS LINK PROGRAM(WS-A31BR14)
                         COMMAREA(CPUTIME-DATA-ITEMS)
                         LENGTH(WS-CIC-COMM-LEN)
               END-EXEC
               Add 1 To WS-CKP-COUNTER
               If WS-CKP-COUNTER >= WS-CHECKPOINT-INT
                   Perform Yield-At-Interval
               End-If
           End-Perform
           EXIT.


       Time-Dynamic-Call-Loop.
           Perform Varying WS-LOOP-IDX From 0 By 1
                   Until WS-LOOP-IDX >= WS-ITER-COUNT
               Call WS-A31BR14 Using CPUTIME-DATA-ITEMS
               Add 1 To WS-CKP-COUNTER
               If WS-CKP-COUNTER >= WS-CHECKPOINT-INT
                   Perform Yield-At-Interval
               End-If
           End-Perform
           EXIT.


       Time-Static-Call-Loop.
           Perform Varying WS-LOOP-IDX From 0 By 1
                   Until WS-LOOP-IDX >= WS-ITER-COUNT
               Call 'A31BR14' Using CPUTIME-DATA-ITEMS
               Add 1 To WS-CKP-COUNTER
               If WS-CKP-COUNTER >= WS-CHECKPOINT-INT
                   Perform Yield-At-Interval
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    The interval break - close the timed segment, give up
      *    control to the dispatcher (resetting the runaway-task
      *    interval), and open the next segment.  The SUSPEND sits
      *    between the segments, where the batch loops write their
      *    checkpoint, so it is never part of the measured cost.
      *--------------------------------------------------------------
       Yield-At-Interval.
           Perform Get-End-CPU
           Compute WS-CIC-ACCUM-CPU =
               WS-CIC-ACCUM-CPU + (CPUTIME-End - CPUTIME-Start)
           Perform Get-End-Wall
           Compute WS-CIC-ACCUM-WALL =
               WS-CIC-ACCUM-WALL + (WS-WALL-END-CS - WS-WALL-START-CS)
           EXEC CICS SUSPEND
           END-EXEC
           Move 0 To WS-CKP-COUNTER
           Perform Get-Start-CPU
           Perform Get-Start-Wall
           EXIT.


      *--------------------------------------------------------------
      *    Null-loop harness calibration - Measure-Null-Loop
      *    (CALRTN.cpy) with the interval break above, recorded as
      *    call type 'NULLLOOP', module '@NULLOOP', so the reports
      *    net the CICS harness overhead out of the CICS figures.
      *--------------------------------------------------------------
       Measure-Cics-Null-Loop.
           Display ' '
           Display 'Measure null loop         Harness calibration'
           Move 'NULLLOOP'  To WS-CALL-TYPE
           Move '@NULLOOP'  To WS-MODULE-NAME
           Move 0 To WS-CIC-ACCUM-CPU
           Move 0 To WS-CIC-ACCUM-WALL
           Move 0 To WS-CKP-COUNTER
           Perform Get-Start-CPU
           Perform Get-Start-Wall
           Perform Varying WS-LOOP-IDX From 0 By 1
                   Until WS-LOOP-IDX >= WS-ITER-COUNT
               Add 1 To WS-CKP-COUNTER
               If WS-CKP-COUNTER >= WS-CHECKPOINT-INT
                   Perform Yield-At-Interval
               End-If
           End-Perform
           Perform Get-End-CPU
           Compute CPUTIME-DIFF =
               WS-CIC-ACCUM-CPU + (CPUTIME-End - CPUTIME-Start)
           Perform Get-End-Wall
           Compute WS-WALL-DIFF-CS =
               WS-CIC-ACCUM-WALL + (WS-WALL-END-CS - WS-WALL-START-CS)
           Perform Display-CPU-Used
           Perform Display-Wall-Used
           Perform Write-Cics-Result-Rec
           EXEC CICS SYNCPOINT
           END-EXEC
           EXIT.


      *--------------------------------------------------------------
      *    Min/max/average/stddev across the set's 5 samples -
      *    Compute-Id-Stats (STATCALC.cpy) over the set table.
      *--------------------------------------------------------------
       Compute-Cics-Stats.
           Move Function Min(WS-CIC-SAMPLE(WS-CIC-SX 1)
               WS-CIC-SAMPLE(WS-CIC-SX 2) WS-CIC-SAMPLE(WS-CIC-SX 3)
               WS-CIC-SAMPLE(WS-CIC-SX 4) WS-CIC-SAMPLE(WS-CIC-SX 5))
               To WS-CIC-STAT-MIN(WS-CIC-SX)
           Move Function Max(WS-CIC-SAMPLE(WS-CIC-SX 1)
               WS-CIC-SAMPLE(WS-CIC-SX 2) WS-CIC-SAMPLE(WS-CIC-SX 3)
               WS-CIC-SAMPLE(WS-CIC-SX 4) WS-CIC-SAMPLE(WS-CIC-SX 5))
               To WS-CIC-STAT-MAX(WS-CIC-SX)
           Move Function Mean(WS-CIC-SAMPLE(WS-CIC-SX 1)
               WS-CIC-SAMPLE(WS-CIC-SX 2) WS-CIC-SAMPLE(WS-CIC-SX 3)
               WS-CIC-SAMPLE(WS-CIC-SX 4) WS-CIC-SAMPLE(WS-CIC-SX 5))
               To WS-CIC-STAT-AVG(WS-CIC-SX)
           Move Function Standard-Deviation(
               WS-CIC-SAMPLE(WS-CIC-SX 1) WS-CIC-SAMPLE(WS-CIC-SX 2)
               WS-CIC-SAMPLE(WS-CIC-SX 3) WS-CIC-SAMPLE(WS-CIC-SX 4)
               WS-CIC-SAMPLE(WS-CIC-SX 5))
               To WS-CIC-STAT-STDDEV(WS-CIC-SX)
           Display ' '
           Display '  ' WS-CIC-SET-TYPE(WS-CIC-SX)
                   ' stats across 5 samples:'
           Move WS-CIC-STAT-MIN(WS-CIC-SX)    To WS-SHOW-STAT
           Display '    Min    : ' WS-SHOW-STAT
           Move WS-CIC-STAT-MAX(WS-CIC-SX)    To WS-SHOW-STAT
           Display '    Max    : ' WS-SHOW-STAT
           Move WS-CIC-STAT-AVG(WS-CIC-SX)    To WS-SHOW-STAT
           Display '    Avg    : ' WS-SHOW-STAT
           Move WS-CIC-STAT-STDDEV(WS-CIC-SX) To WS-SHOW-STAT
           Display '    StdDev : ' WS-SHOW-STAT
           EXIT.


      *--------------------------------------------------------------
      *    Stability gate - Check-Id-Stability (STATCALC.cpy) for
      *    the set in hand: re-measure the whole set while its
      *    spread exceeds WS-STABLE-PCT, up to WS-STABLE-RETRY
      *    tries, marking superseded and never-settled sets 'U'.
      *--------------------------------------------------------------
       Check-Cics-Stability.
           Move 0 To WS-STAB-RETRY-NO
           Perform Compute-Cics-Spread
           Perform Until WS-STAB-SPREAD-PCT <= WS-STABLE-PCT
                   Or WS-STAB-RETRY-NO >= WS-STABLE-RETRY
               Add 1 To WS-STAB-RETRY-NO
               Move WS-STAB-SPREAD-PCT To WS-SHOW-SPREAD
               Display '    *** UNSTABLE SAMPLE SET *** '
                       WS-CIC-SET-TYPE(WS-CIC-SX) ' spread '
                       WS-SHOW-SPREAD '% exceeds ' WS-STABLE-PCT
                       '% - re-measuring (try ' WS-STAB-RETRY-NO
                       ' of ' WS-STABLE-RETRY ')'
               Perform Mark-Cics-Set-Unstable
               Move 0 To WS-CIC-SAMPLE-NO
               Perform Measure-Cics-Sample 5 Times
               Perform Compute-Cics-Stats
               Perform Compute-Cics-Spread
           End-Perform
           If WS-STAB-SPREAD-PCT > WS-STABLE-PCT
               Move WS-STAB-SPREAD-PCT To WS-SHOW-SPREAD
               Display '    *** STILL UNSTABLE *** '
                       WS-CIC-SET-TYPE(WS-CIC-SX) ' spread '
                       WS-SHOW-SPREAD '% after ' WS-STABLE-RETRY
                       ' retries - set marked unstable in history'
               Perform Mark-Cics-Set-Unstable
           End-If
           EXIT.


       Compute-Cics-Spread.
           Move 0 To WS-STAB-SPREAD-PCT
           If WS-CIC-STAT-AVG(WS-CIC-SX) > 0
               Compute WS-STAB-SPREAD-PCT Rounded =
                   (WS-CIC-STAT-STDDEV(WS-CIC-SX) /
                        WS-CIC-STAT-AVG(WS-CIC-SX)) * 100
           End-If
           EXIT.


       Mark-Cics-Set-Unstable.
           Perform Varying WS-STAB-SX From 1 By 1
                   Until WS-STAB-SX > 5
               If WS-CIC-RES-KEY(WS-CIC-SX WS-STAB-SX) Not = Spaces
                   Move WS-CIC-RES-KEY(WS-CIC-SX WS-STAB-SX) To RR-KEY
                   Perform Flag-Cics-Result-Unstable
               End-If
           End-Perform
           EXIT.


       Flag-Cics-Result-Unstable.
           EXEC CICS READ FILE('TODYNRES')
                     INTO(WS-RESULT-REC)
                     RIDFLD(RR-KEY)
                     UPDATE
                     RESP(WS-CIC-RESP)
           END-EXEC
           If WS-CIC-RESP = DFHRESP(NORMAL)
               Move WS-RESULT-REC To WS-JRN-BEFORE
               Move 'U' To RR-STABLE-FLAG
               EXEC CICS REWRITE FILE('TODYNRES')
                         FROM(WS-RESULT-REC)
                         RESP(WS-CIC-RESP)
               END-EXEC
               If WS-CIC-RESP = DFHRESP(NORMAL)
                   Move 'RES'         To WS-JRN-FILE-ID
                   Move 'C'           To WS-JRN-ACTION
                   Move WS-RESULT-REC To WS-JRN-AFTER
                   Perform Write-Cics-Journal-Rec
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Run environment - Get-Run-Environment (ENVRTN.cpy): the
      *    TODYNENV system/CPU lookup and the timed calibration loop
      *    whose stretch past its own CPU is the load indication.
      *    There is no load-window gate here; a CICS task cannot
      *    park itself for the scheduler the way a batch step does.
      *--------------------------------------------------------------
       Get-Cics-Environment.
           Call 'TODYNENV' Using WS-ENV-SYSTEM WS-ENV-CPU-MODEL
               On Exception
                   Move Spaces To WS-ENV-SYSTEM
                   Move Spaces To WS-ENV-CPU-MODEL
           End-Call
           Move 0 To WS-ENV-CAL-ACC
           Perform Get-Start-CPU
           Perform Get-Start-Wall
           Perform Varying WS-ENV-CAL-IDX From 1 By 1
                   Until WS-ENV-CAL-IDX > 1000000
               Add WS-ENV-CAL-IDX To WS-ENV-CAL-ACC
               Divide WS-ENV-CAL-ACC By 999999999
                   Giving WS-CIC-CAL-QUOT
                   Remainder WS-ENV-CAL-ACC
           End-Perform
           Perform Get-End-CPU
           Perform Get-End-Wall
           Compute WS-ENV-CAL-CPU-CS =
               (CPUTIME-End - CPUTIME-Start) * 100
           Compute WS-ENV-CAL-WALL-CS =
               WS-WALL-END-CS - WS-WALL-START-CS
           Move 0 To WS-ENV-LOAD-PCT
           If WS-ENV-CAL-WALL-CS > 0
               And WS-ENV-CAL-WALL-CS > WS-ENV-CAL-CPU-CS
               Compute WS-ENV-LOAD-PCT =
                   ((WS-ENV-CAL-WALL-CS - WS-ENV-CAL-CPU-CS) * 100)
                       / WS-ENV-CAL-WALL-CS
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Results history - Write-Result-Rec (RESWRITE.cpy) through
      *    CICS file control, cross-reference row and journal entry
      *    included.  A cross-reference file the region does not
      *    have is noted once and skipped, as the batch writer does
      *    when TODYNRSX is not allocated.
      *--------------------------------------------------------------
       Write-Cics-Result-Rec.
           Move Function Current-Date  To WS-CURR-DATE-TIME
           Add 1                       To WS-RESULT-SEQ
           Move WS-CURR-DATE-TIME(1:8) To RR-KEY-DATE
           Move WS-CURR-DATE-TIME(9:6) To RR-KEY-TIME
           Move WS-PGM-ID              To RR-KEY-PROGRAM
           Move WS-CALL-TYPE(1:1)      To RR-KEY-CALLTYPE
           Move WS-RESULT-SEQ          To RR-KEY-SEQ
           Move WS-PGM-ID              To RR-PROGRAM-ID
           Move WS-CALL-TYPE           To RR-CALL-TYPE
           Move WS-MODULE-NAME         To RR-MODULE-NAME
           Move RR-KEY-DATE            To RR-RUN-DATE
           Move RR-KEY-TIME            To RR-RUN-TIME
           Move CPUTIME-Diff           To RR-CPU-DIFF
           Compute RR-WALL-DIFF = WS-WALL-DIFF-CS / 100
           Move WS-ITER-COUNT          To RR-ITER-COUNT
           Move WS-ENV-SYSTEM          To RR-ENV-SYSTEM
           Move WS-ENV-CPU-MODEL       To RR-ENV-CPU-MODEL
           Move WS-ENV-LOAD-PCT        To RR-ENV-LOAD-PCT
           Move Space                  To RR-STABLE-FLAG
           Move Space                  To RR-PULLED-FLAG
           If WS-MODULE-NAME Not = WS-LMA-STAMP-MODULE
               Perform Find-Cics-Attr-Version
           End-If
           Move WS-LMA-STAMP-VER       To RR-ATTR-VER
           Move WS-RES-LAYOUT-VER      To RR-LAYOUT-VER
           EXEC CICS WRITE FILE('TODYNRES')
                     FROM(WS-RESULT-REC)
                     RIDFLD(RR-KEY)
                     RESP(WS-CIC-RESP)
           END-EXEC
           Evaluate WS-CIC-RESP
               When DFHRESP(NORMAL)
                   Move 'RES'         To WS-JRN-FILE-ID
                   Move 'A'           To WS-JRN-ACTION
                   Move Spaces        To WS-JRN-BEFORE
                   Move WS-RESULT-REC To WS-JRN-AFTER
                   Perform Write-Cics-Journal-Rec
                   Perform Write-Cics-Result-Xref
               When DFHRESP(DUPREC)
                   Display '    *** DUPLICATE RESULT KEY *** ' RR-KEY
                           ' NOT WRITTEN TO TODYNRES'
               When Other
                   Display '    *** TODYNRES WRITE FAILED - RESP '
                           WS-CIC-RESP ' *** ' RR-KEY
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    The load-module attribute version to stamp the results
      *    with - Find-Current-Attr (LMARTN.cpy) as a browse of the
      *    TODYNLMA rows for the module: the row the latest catalog
      *    run marked current, else the highest version.  No rows,
      *    or no TODYNLMA in the region, stamps 0000.
      *--------------------------------------------------------------
       Find-Cics-Attr-Version.
           Move WS-MODULE-NAME To WS-LMA-STAMP-MODULE
           Move 0              To WS-LMA-STAMP-VER
           Move Spaces         To WS-CIC-LMA-CUR-SW
           Move Low-Values     To LMA-KEY
           Move WS-MODULE-NAME To LMA-KEY-MODULE
           EXEC CICS STARTBR FILE('TODYNLMA')
                     RIDFLD(LMA-KEY)
                     GTEQ
                     RESP(WS-CIC-RESP)
           END-EXEC
           If WS-CIC-RESP = DFHRESP(NORMAL)
               Move 'N' To WS-CIC-LMA-EOF-SW
               Perform Until WS-CIC-LMA-EOF-SW = 'Y'
                   EXEC CICS READNEXT FILE('TODYNLMA')
                             INTO(WS-LMA-REC)
                             RIDFLD(LMA-KEY)
                             RESP(WS-CIC-RESP)
                   END-EXEC
                   If WS-CIC-RESP Not = DFHRESP(NORMAL)
                       Or LMA-KEY-MODULE Not = WS-MODULE-NAME
                       Move 'Y' To WS-CIC-LMA-EOF-SW
                   Else
                       If WS-CIC-LMA-CUR-SW Not = 'Y'
                           And (LMA-CURRENT-SW = 'Y'
                               Or LMA-ATTR-VER > WS-LMA-STAMP-VER)
                           Move LMA-ATTR-VER   To WS-LMA-STAMP-VER
                           Move LMA-CURRENT-SW To WS-CIC-LMA-CUR-SW
                       End-If
                   End-If
               End-Perform
               EXEC CICS ENDBR FILE('TODYNLMA')
                         RESP(WS-CIC-RESP)
               END-EXEC
           End-If
           If WS-LMA-STAMP-VER > 0
               Display '    Load module ' WS-MODULE-NAME
                       ' attribute version ' WS-LMA-STAMP-VER
           Else
               Display '    (' WS-MODULE-NAME ' is not in the '
                       'load-module attribute catalog - results '
                       'stamped attribute version 0000)'
           End-If
           EXIT.


       Write-Cics-Result-Xref.
           If WS-CIC-RSX-OK-SW = 'Y'
               Move Spaces         To WS-RESULT-XREF-REC
               Move RR-MODULE-NAME To RSX-KEY-MODULE
               Move RR-KEY         To RSX-KEY-RES
               EXEC CICS WRITE FILE('TODYNRSX')
                         FROM(WS-RESULT-XREF-REC)
                         RIDFLD(RSX-KEY)
                         RESP(WS-CIC-RESP)
               END-EXEC
               If WS-CIC-RESP = DFHRESP(FILENOTFOUND)
                   Or WS-CIC-RESP = DFHRESP(NOTOPEN)
                   Or WS-CIC-RESP = DFHRESP(DISABLED)
                   Move 'N' To WS-CIC-RSX-OK-SW
                   Display '    (TODYNRSX not available to the '
                           'region - cross-reference not maintained)'
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Run audit trail - Write-Audit-Rec (AUDWRITE.cpy), status
      *    'OK' at startup.  Write-Cics-Failure-Audit leaves the 'CF'
      *    record under its own key, nudged a second on a collision
      *    with the startup record as Write-Call-Failure-Audit does.
      *--------------------------------------------------------------
       Write-Cics-Audit-Rec.
           Move 'OK'   To AUD-RUN-STATUS
           Move Spaces To WS-FAIL-MODULE
           Perform Build-Cics-Audit-Rec
           Perform Put-Cics-Audit-Rec
           EXIT.


       Write-Cics-Failure-Audit.
           Perform Build-Cics-Audit-Rec
           Perform Put-Cics-Audit-Rec
           If WS-CIC-RESP = DFHRESP(DUPREC)
               Compute WS-AUD-BUMP-TIME =
                   Function Numval(AUD-KEY-TIME) + 1
               Move WS-AUD-BUMP-TIME To AUD-KEY-TIME
               Move AUD-KEY-TIME     To AUD-RUN-TIME
               Perform Put-Cics-Audit-Rec
           End-If
           EXIT.


       Build-Cics-Audit-Rec.
           Move Function Current-Date  To WS-AUD-DATE-TIME
           Move WS-AUD-DATE-TIME(1:8)  To AUD-KEY-DATE
           Move WS-AUD-DATE-TIME(9:6)  To AUD-KEY-TIME
           Move WS-PGM-ID              To AUD-KEY-PROGRAM
           Move WS-PGM-ID              To AUD-PROGRAM-ID
           Move WS-AUD-USERID          To AUD-USERID
           Move WS-AUD-JOBNAME         To AUD-JOBNAME
           Move WS-COMPILE-OPTS        To AUD-COMPILE-OPTS
           Move AUD-KEY-DATE           To AUD-RUN-DATE
           Move AUD-KEY-TIME           To AUD-RUN-TIME
           Move WS-FAIL-MODULE         To AUD-FAIL-MODULE
           Move Space                  To AUD-PULLED-FLAG
           Move WS-AUD-LAYOUT-VER      To AUD-LAYOUT-VER
           EXIT.


       Put-Cics-Audit-Rec.
           EXEC CICS WRITE FILE('TODYNAUD')
                     FROM(WS-AUDIT-REC)
                     RIDFLD(AUD-KEY)
                     RESP(WS-CIC-RESP)
           END-EXEC
           Evaluate WS-CIC-RESP
               When DFHRESP(NORMAL)
                   Move 'AUD'        To WS-JRN-FILE-ID
                   Move 'A'          To WS-JRN-ACTION
                   Move Spaces       To WS-JRN-BEFORE
                   Move WS-AUDIT-REC To WS-JRN-AFTER
                   Perform Write-Cics-Journal-Rec
               When DFHRESP(DUPREC)
                   Display '    *** DUPLICATE AUDIT KEY *** ' AUD-KEY
                           ' NOT WRITTEN TO TODYNAUD'
               When Other
                   Display '    *** TODYNAUD WRITE FAILED - RESP '
                           WS-CIC-RESP ' *** ' AUD-KEY
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Update journal - Write-Journal-Rec (JRNRTN.cpy) onto the
      *    TJRN extrapartition queue.  The record is the TODYNJRN
      *    layout, so TODYNFRC reads the CICS journal dataset as
      *    TODYNJRC and merges it with the batch one by entry stamp.
      *    A queue that is not there is
      *    said once; the measurements still count.
      *--------------------------------------------------------------
       Write-Cics-Journal-Rec.
           If WS-CIC-JRN-OK-SW = 'Y'
               Move Function Current-Date To WS-JRN-DATE-TIME
               Move Spaces                 To WS-JOURNAL-REC
               Move WS-JRN-DATE-TIME(1:8)  To JRN-DATE
               Move WS-JRN-DATE-TIME(9:8)  To JRN-TIME
               Move WS-JRN-FILE-ID         To JRN-FILE-ID
               Move WS-JRN-ACTION          To JRN-ACTION
               Move WS-JRN-PROGRAM         To JRN-PROGRAM
               Move WS-JRN-JOBNAME         To JRN-JOBNAME
               Move WS-JRN-USERID          To JRN-USERID
               Move WS-JRN-BEFORE          To JRN-BEFORE-IMAGE
               Move WS-JRN-AFTER           To JRN-AFTER-IMAGE
               EXEC CICS WRITEQ TD QUEUE(WS-CIC-JRN-QUEUE)
                         FROM(WS-JOURNAL-REC)
                         LENGTH(WS-CIC-JRN-LEN)
                         RESP(WS-CIC-RESP)
               END-EXEC
               If WS-CIC-RESP = DFHRESP(NORMAL)
                   Add 1 To WS-JRN-WRITTEN
               Else
                   Move 'N' To WS-CIC-JRN-OK-SW
                   Display '    *** JOURNAL QUEUE ' WS-CIC-JRN-QUEUE
                           ' NOT WRITABLE - RESP ' WS-CIC-RESP
                           ' - UPDATES FROM HERE ON ARE NOT '
                           'JOURNALED ***'
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One line back to the terminal, when there is one.
      *--------------------------------------------------------------
       Send-Cics-End-Message.
           If WS-CIC-STARTCODE(1:1) = 'T'
               EXEC CICS SEND TEXT FROM(WS-CIC-END-MSG)
                         LENGTH(WS-CIC-MSG-LEN)
                         ERASE FREEKB
                         RESP(WS-CIC-RESP)
               END-EXEC
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    get the CPU Usage Before the code to be measured.
      *--------------------------------------------------------------
       GET-Start-CPU.
           Call W-CPUTIME9 Using CPUTIME-Start
           EXIT.


      *--------------------------------------------------------------
      *    get the CPU Usage After the code to be measured.
      *--------------------------------------------------------------
       GET-End-CPU.
           Call W-CPUTIME9 Using CPUTIME-End
           EXIT.


       Display-CPU-Used.
           Move CPUTIME-DIFF to CPUTIME-Show-CPU
           Display ' E: '  CPUTIME-End '  -  S: '  CPUTIME-Start
                   ' =  '  CPUTIME-Show-CPU
           EXIT.


      *--------------------------------------------------------------
      *    Wall-clock (elapsed) timing alongside the CPU time
      *    (shared copybook)
      *--------------------------------------------------------------
           COPY WALLRTN.
