       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNFRC.
      *===============================================================
      *     Forward recovery of the benchmark clusters.  A damaged
      *     TODYNRES/TODYNAUD/TODYNBAS used to mean restoring the
      *     last backup and losing everything measured, archived or
      *     certified since.  Every program that updates those
      *     clusters journals the update to TODYNJRN (JRNRTN) with
      *     its before and after image, so once the backup copies
      *     are REPROed back (jcl/TODYNFRC.jcl) this program reads
      *     the journal in order and re-applies each update made
      *     after the backup was taken, up to the chosen point in
      *     time:
      *
      *       add     - record absent: written (re-applied);
      *                 present and equal to the after-image:
      *                 already there (skipped); present but
      *                 different: conflict
      *       change  - current equal to the before-image: rewritten
      *                 (re-applied); equal to the after-image:
      *                 already there (skipped); missing or anything
      *                 else: conflict
      *       delete  - record absent: already gone (skipped);
      *                 current equal to the before-image: deleted
      *                 (re-applied); anything else: conflict
      *
      *     Because every action is judged against what is on the
      *     cluster, a journal overlapping the backup or a re-run of
      *     the recovery is harmless.  Results added or deleted
      *     also get their TODYNRSX cross-reference row added or
      *     dropped when that DD is allocated.  A conflict is never
      *     forced - it is listed with the journal entry's stamp,
      *     program and job so it can be looked at by hand.
      *
      *     The CICS benchmark journals to a file of its own
      *     (TODYNJRC, the TJRN queue).  Batch jobs touch the same
      *     records - TODYNHKP purges aged TODYNCIC results and
      *     TODYNPRE rewrites them - so the two journals are merged
      *     on the entry stamp and every update is judged in the
      *     order it happened, whichever journal it came from.
      *
      *     PARM='YYYYMMDD,HHMMSS[,YYYYMMDD,HHMMSS]' - when the
      *     backup was taken, then the point in time to recover to
      *     (omitted = the end of the journal; a date without a
      *     time = the end of that day).  Journal entries before
      *     the backup and after the recovery point are counted as
      *     skipped.  The control report gives re-applied, skipped
      *     and conflicting per cluster.  RC 8 when the PARM is
      *     unusable or a cluster or the journal cannot be opened,
      *     RC 4 when any entry conflicted or was unrecognized, or
      *     the CICS journal could not be read.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY JRNSEL.
      *    The CICS region's journal - the TODYNJRN layout, written
      *    through the TJRN transient data queue.
           SELECT TODYNJRC-FILE ASSIGN TO "TODYNJRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FRC-JRC-STATUS.
           COPY RESSEL.
           COPY RSXSEL.
           COPY AUDSEL.
           COPY BASSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY JRNFD.
       FD  TODYNJRC-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-CICS-JOURNAL-REC    PIC X(300).
           COPY RESFD.
           COPY RSXFD.
           COPY AUDFD.
           COPY BASFD.

       WORKING-STORAGE SECTION.

           COPY JRNWS.
           COPY RESWS.
           COPY RSXWS.
           COPY AUDWS.
           COPY BASWS.

      *---------------------------------------------------------------
      *    Recovery window from the PARM, and the stamp of the
      *    journal entry in hand in the same YYYYMMDDHHMMSS form.
      *---------------------------------------------------------------
       01  WS-FRC-BACKUP-STAMP.
           05 WS-FRC-BACKUP-DATE  PIC X(08)  Value Spaces.
           05 WS-FRC-BACKUP-TIME  PIC X(06)  Value Spaces.
       01  WS-FRC-TO-STAMP.
           05 WS-FRC-TO-DATE      PIC X(08)  Value Spaces.
           05 WS-FRC-TO-TIME      PIC X(06)  Value Spaces.
       01  WS-FRC-ENTRY-STAMP.
           05 WS-FRC-ENTRY-DATE   PIC X(08)  Value Spaces.
           05 WS-FRC-ENTRY-TIME   PIC X(06)  Value Spaces.

      *---------------------------------------------------------------
      *    The two journals' next entries, merged on JRN-DATE +
      *    JRN-TIME (the first 16 bytes).  A journal that has run
      *    out holds high-values; on an equal stamp the batch entry
      *    goes first.
      *---------------------------------------------------------------
       01  WS-FRC-JRC-STATUS      PIC X(02).
       01  WS-FRC-JRC-OK-SW       PIC X(01)  Value 'N'.
       01  WS-FRC-BAT-HOLD.
           05 WS-FRC-BAT-STAMP    PIC X(16).
           05 FILLER              PIC X(284).
       01  WS-FRC-CIC-HOLD.
           05 WS-FRC-CIC-STAMP    PIC X(16).
           05 FILLER              PIC X(284).

      *---------------------------------------------------------------
      *    The cluster's current record for the entry's key, padded
      *    to journal-image width so it compares with the before/
      *    after images directly, and the verdict on the entry:
      *    W write, R rewrite, D delete, S skip (already there),
      *    K conflict.
      *---------------------------------------------------------------
       01  WS-FRC-CURRENT         PIC X(128) Value Spaces.
       01  WS-FRC-FOUND-SW        PIC X(01)  Value 'N'.
       01  WS-FRC-VERDICT         PIC X(01)  Value Space.
       01  WS-FRC-REASON          PIC X(30)  Value Spaces.

      *---------------------------------------------------------------
      *    Control counts per cluster - 1 TODYNRES, 2 TODYNAUD,
      *    3 TODYNBAS.
      *---------------------------------------------------------------
       01  WS-FRC-TALLY-TABLE.
           05 WS-FRC-TALLY OCCURS 3 TIMES.
              10 WS-FRC-READ      PIC 9(07)      COMP-5.
              10 WS-FRC-APPLIED   PIC 9(07)      COMP-5.
              10 WS-FRC-IN-BACKUP PIC 9(07)      COMP-5.
              10 WS-FRC-PRESENT   PIC 9(07)      COMP-5.
              10 WS-FRC-PAST-PIT  PIC 9(07)      COMP-5.
              10 WS-FRC-CONFLICT  PIC 9(07)      COMP-5.
       01  WS-FRC-NAMES-INIT.
           05 FILLER              PIC X(08)  Value 'TODYNRES'.
           05 FILLER              PIC X(08)  Value 'TODYNAUD'.
           05 FILLER              PIC X(08)  Value 'TODYNBAS'.
       01  WS-FRC-NAMES Redefines WS-FRC-NAMES-INIT.
           05 WS-FRC-NAME         PIC X(08)  OCCURS 3 TIMES.

       01  WS-FRC-COUNTERS.
           05 WS-FRC-JRN-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-FRC-JRC-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-FRC-BAD-RECS     PIC 9(07)  COMP-5  Value 0.
           05 WS-FRC-CONFLICTS    PIC 9(07)  COMP-5  Value 0.
       01  WS-FRC-WORST-RC        PIC 9(02)  COMP-5  Value 0.
       01  WS-FRC-SKIPPED         PIC 9(07)  COMP-5  Value 0.
       01  WS-FRC-SLOT            PIC 9(02)  COMP-5  Value 0.

       01  WS-SHOW-CNT            PIC ZZZ,ZZ9.
       01  WS-SHOW-CNT2           PIC ZZZ,ZZ9.
       01  WS-SHOW-CNT3           PIC ZZZ,ZZ9.
       01  WS-SHOW-CNT4           PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(31).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Initialize WS-FRC-TALLY-TABLE
           Perform Parse-Recovery-Window
           If WS-FRC-WORST-RC < 8
               Perform Open-Recovery-Files
           End-If
           If WS-FRC-WORST-RC < 8
               Display ' '
               Display 'TODYNFRC FORWARD RECOVERY - CONFLICTS'
               Display '==============================================='
               Perform Read-Batch-Journal
               Perform Read-CICS-Journal
               Perform Until WS-FRC-BAT-HOLD = High-Values
                       And WS-FRC-CIC-HOLD = High-Values
                   If WS-FRC-BAT-STAMP Not > WS-FRC-CIC-STAMP
                       Move WS-FRC-BAT-HOLD To WS-JOURNAL-REC
                       Perform Judge-One-Journal-Entry
                       Perform Read-Batch-Journal
                   Else
                       Move WS-FRC-CIC-HOLD To WS-JOURNAL-REC
                       Add 1 To WS-FRC-JRC-READ
                       Perform Judge-One-Journal-Entry
                       Perform Read-CICS-Journal
                   End-If
               End-Perform
               If WS-FRC-CONFLICTS = 0
                   Display '  (none)'
               End-If
               Perform Close-Recovery-Files
               If (WS-FRC-CONFLICTS > 0 Or WS-FRC-BAD-RECS > 0)
                   And WS-FRC-WORST-RC < 4
                   Move 4 To WS-FRC-WORST-RC
               End-If
               Perform Print-Recovery-Report
           End-If
           Move WS-FRC-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    The backup stamp is required - rolling forward from an
      *    unknown point would re-judge the whole journal against a
      *    backup that may predate it.  The recovery point defaults
      *    to the end of the journal.
      *--------------------------------------------------------------
       Parse-Recovery-Window.
           If LS-PARM-LEN < 15
               Display '    *** PARM MUST GIVE THE BACKUP STAMP - '
                       'YYYYMMDD,HHMMSS[,YYYYMMDD,HHMMSS] ***'
               Move 8 To WS-FRC-WORST-RC
           Else
               Unstring LS-PARM-TEXT(1:LS-PARM-LEN)
                       Delimited By ','
                   Into WS-FRC-BACKUP-DATE WS-FRC-BACKUP-TIME
                        WS-FRC-TO-DATE     WS-FRC-TO-TIME
               End-Unstring
               If WS-FRC-TO-DATE = Spaces
                   Move All '9' To WS-FRC-TO-STAMP
               End-If
               If WS-FRC-TO-TIME = Spaces
                   Move '235959' To WS-FRC-TO-TIME
               End-If
               If WS-FRC-BACKUP-STAMP Not Numeric
                   Or WS-FRC-TO-STAMP Not Numeric
                   Display '    *** DATES AND TIMES MUST BE NUMERIC '
                           'YYYYMMDD AND HHMMSS ***'
                   Move 8 To WS-FRC-WORST-RC
               End-If
               If WS-FRC-BACKUP-STAMP > WS-FRC-TO-STAMP
                   And WS-FRC-WORST-RC < 8
                   Display '    *** RECOVERY POINT IS BEFORE THE '
                           'BACKUP ***'
                   Move 8 To WS-FRC-WORST-RC
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    All three clusters must be there - they are restored
      *    together, and a recovery that skipped one would leave
      *    results, audits and baselines out of step.  No '35'
      *    create here: an absent cluster means the restore step
      *    did not run.
      *--------------------------------------------------------------
       Open-Recovery-Files.
           Open Input TODYNJRN-FILE
           If WS-JRNFILE-STATUS Not = '00'
               Display '    *** TODYNJRN NOT AVAILABLE (STATUS '
                       WS-JRNFILE-STATUS ') - NOTHING TO RECOVER '
                       'FROM ***'
               Move 8 To WS-FRC-WORST-RC
           Else
               Move 'N' To WS-FRC-JRC-OK-SW
               Open Input TODYNJRC-FILE
               If WS-FRC-JRC-STATUS = '00'
                   Move 'Y' To WS-FRC-JRC-OK-SW
               Else
                   Display '    *** TODYNJRC NOT AVAILABLE (STATUS '
                           WS-FRC-JRC-STATUS ') - CICS UPDATES NOT '
                           'RECOVERED ***'
                   Move 4 To WS-FRC-WORST-RC
               End-If
               Open I-O TODYNRES-FILE
               If WS-RESFILE-STATUS Not = '00'
                   Display '    *** TODYNRES NOT AVAILABLE (STATUS '
                           WS-RESFILE-STATUS ') - RESTORE THE '
                           'BACKUP FIRST ***'
                   Move 8 To WS-FRC-WORST-RC
               End-If
               Open I-O TODYNAUD-FILE
               If WS-AUDFILE-STATUS Not = '00'
                   Display '    *** TODYNAUD NOT AVAILABLE (STATUS '
                           WS-AUDFILE-STATUS ') - RESTORE THE '
                           'BACKUP FIRST ***'
                   Move 8 To WS-FRC-WORST-RC
               End-If
               Open I-O TODYNBAS-FILE
               If WS-BASFILE-STATUS Not = '00'
                   Display '    *** TODYNBAS NOT AVAILABLE (STATUS '
                           WS-BASFILE-STATUS ') - RESTORE THE '
                           'BACKUP FIRST ***'
                   Move 8 To WS-FRC-WORST-RC
               End-If
               Move 'N' To WS-RSX-OK-SW
               Open I-O TODYNRSX-FILE
               If WS-RSXFILE-STATUS = '00'
                   Move 'Y' To WS-RSX-OK-SW
               End-If
               If WS-FRC-WORST-RC >= 8
                   Perform Close-Recovery-Files
               End-If
           End-If
           EXIT.


       Close-Recovery-Files.
           Close TODYNJRN-FILE
           If WS-FRC-JRC-OK-SW = 'Y'
               Close TODYNJRC-FILE
           End-If
           Close TODYNRES-FILE
           Close TODYNAUD-FILE
           Close TODYNBAS-FILE
           If WS-RSX-OK-SW = 'Y'
               Close TODYNRSX-FILE
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Next entry from each journal into its hold area.  A read
      *    error ends that journal like end of file, with a warning
      *    and RC 4 - what was read so far is still re-applied.
      *--------------------------------------------------------------
       Read-Batch-Journal.
           Read TODYNJRN-FILE Into WS-FRC-BAT-HOLD
               At End
                   Move High-Values To WS-FRC-BAT-HOLD
           End-Read
           If WS-JRNFILE-STATUS Not = '00' And Not = '10'
               Display '    *** TODYNJRN READ FAILED (STATUS '
                       WS-JRNFILE-STATUS ') - REST OF THE JOURNAL '
                       'NOT READ ***'
               Move High-Values To WS-FRC-BAT-HOLD
               If WS-FRC-WORST-RC < 4
                   Move 4 To WS-FRC-WORST-RC
               End-If
           End-If
           EXIT.


       Read-CICS-Journal.
           If WS-FRC-JRC-OK-SW = 'N'
               Move High-Values To WS-FRC-CIC-HOLD
           Else
               Read TODYNJRC-FILE Into WS-FRC-CIC-HOLD
                   At End
                       Move High-Values To WS-FRC-CIC-HOLD
               End-Read
               If WS-FRC-JRC-STATUS Not = '00' And Not = '10'
                   Display '    *** TODYNJRC READ FAILED (STATUS '
                           WS-FRC-JRC-STATUS ') - REST OF THE CICS '
                           'JOURNAL NOT READ ***'
                   Move High-Values To WS-FRC-CIC-HOLD
                   If WS-FRC-WORST-RC < 4
                       Move 4 To WS-FRC-WORST-RC
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One journal entry: which cluster, inside the recovery
      *    window or not, and if so what the cluster says about it.
      *--------------------------------------------------------------
       Judge-One-Journal-Entry.
           Add 1 To WS-FRC-JRN-READ
           Evaluate JRN-FILE-ID
               When 'RES'
                   Move 1 To WS-FRC-SLOT
               When 'AUD'
                   Move 2 To WS-FRC-SLOT
               When 'BAS'
                   Move 3 To WS-FRC-SLOT
               When Other
                   Move 0 To WS-FRC-SLOT
           End-Evaluate
           If WS-FRC-SLOT = 0
               Or (JRN-ACTION Not = 'A' And Not = 'C' And Not = 'D')
               Add 1 To WS-FRC-BAD-RECS
           Else
               Add 1 To WS-FRC-READ (WS-FRC-SLOT)
               Move JRN-DATE      To WS-FRC-ENTRY-DATE
               Move JRN-TIME(1:6) To WS-FRC-ENTRY-TIME
               Evaluate True
                   When WS-FRC-ENTRY-STAMP < WS-FRC-BACKUP-STAMP
                       Add 1 To WS-FRC-IN-BACKUP (WS-FRC-SLOT)
                   When WS-FRC-ENTRY-STAMP > WS-FRC-TO-STAMP
                       Add 1 To WS-FRC-PAST-PIT (WS-FRC-SLOT)
                   When Other
                       Perform Fetch-Current-Record
                       Perform Decide-Journal-Entry
                       Perform Carry-Out-Verdict
               End-Evaluate
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Read the cluster record the entry's key names - the key
      *    comes from the after-image of an add and the before-
      *    image otherwise (a change never alters the key).
      *--------------------------------------------------------------
       Fetch-Current-Record.
           Move 'N'    To WS-FRC-FOUND-SW
           Move Spaces To WS-FRC-CURRENT
           Evaluate WS-FRC-SLOT
               When 1
                   If JRN-ACTION = 'A'
                       Move JRN-AFTER-IMAGE  To WS-RESULT-REC
                   Else
                       Move JRN-BEFORE-IMAGE To WS-RESULT-REC
                   End-If
                   Read TODYNRES-FILE
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move 'Y'           To WS-FRC-FOUND-SW
                           Move WS-RESULT-REC To WS-FRC-CURRENT
                   End-Read
               When 2
                   If JRN-ACTION = 'A'
                       Move JRN-AFTER-IMAGE  To WS-AUDIT-REC
                   Else
                       Move JRN-BEFORE-IMAGE To WS-AUDIT-REC
                   End-If
                   Read TODYNAUD-FILE
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move 'Y'          To WS-FRC-FOUND-SW
                           Move WS-AUDIT-REC To WS-FRC-CURRENT
                   End-Read
               When 3
                   If JRN-ACTION = 'A'
                       Move JRN-AFTER-IMAGE  To WS-BASELINE-REC
                   Else
                       Move JRN-BEFORE-IMAGE To WS-BASELINE-REC
                   End-If
                   Read TODYNBAS-FILE
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move 'Y'             To WS-FRC-FOUND-SW
                           Move WS-BASELINE-REC To WS-FRC-CURRENT
                   End-Read
           End-Evaluate
           EXIT.


       Decide-Journal-Entry.
           Move Spaces To WS-FRC-REASON
           Evaluate True
               When JRN-ACTION = 'A' And WS-FRC-FOUND-SW = 'N'
                   Move 'W' To WS-FRC-VERDICT
               When JRN-ACTION = 'A'
                   And WS-FRC-CURRENT = JRN-AFTER-IMAGE
                   Move 'S' To WS-FRC-VERDICT
               When JRN-ACTION = 'A'
                   Move 'K' To WS-FRC-VERDICT
                   Move 'ADD - KEY HOLDS OTHER DATA'
                       To WS-FRC-REASON
               When JRN-ACTION = 'C' And WS-FRC-FOUND-SW = 'N'
                   Move 'K' To WS-FRC-VERDICT
                   Move 'CHANGE - RECORD MISSING'
                       To WS-FRC-REASON
               When JRN-ACTION = 'C'
                   And WS-FRC-CURRENT = JRN-AFTER-IMAGE
                   Move 'S' To WS-FRC-VERDICT
               When JRN-ACTION = 'C'
                   And WS-FRC-CURRENT = JRN-BEFORE-IMAGE
                   Move 'R' To WS-FRC-VERDICT
               When JRN-ACTION = 'C'
                   Move 'K' To WS-FRC-VERDICT
                   Move 'CHANGE - RECORD DIFFERS'
                       To WS-FRC-REASON
               When WS-FRC-FOUND-SW = 'N'
                   Move 'S' To WS-FRC-VERDICT
               When WS-FRC-CURRENT = JRN-BEFORE-IMAGE
                   Move 'D' To WS-FRC-VERDICT
               When Other
                   Move 'K' To WS-FRC-VERDICT
                   Move 'DELETE - RECORD DIFFERS'
                       To WS-FRC-REASON
           End-Evaluate
           EXIT.


       Carry-Out-Verdict.
           Evaluate WS-FRC-VERDICT
               When 'S'
                   Add 1 To WS-FRC-PRESENT (WS-FRC-SLOT)
               When 'K'
                   Perform Report-Conflict
               When Other
                   Evaluate WS-FRC-SLOT
                       When 1
                           Perform Apply-Result-Entry
                       When 2
                           Perform Apply-Audit-Entry
                       When 3
                           Perform Apply-Baseline-Entry
                   End-Evaluate
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Re-apply to TODYNRES, keeping the module cross-reference
      *    in step the way Write-Result-Rec and housekeeping do.
      *--------------------------------------------------------------
       Apply-Result-Entry.
           Evaluate WS-FRC-VERDICT
               When 'W'
                   Move JRN-AFTER-IMAGE To WS-RESULT-REC
                   Write WS-RESULT-REC
                       Invalid Key
                           Continue
                   End-Write
               When 'R'
                   Move JRN-AFTER-IMAGE To WS-RESULT-REC
                   Rewrite WS-RESULT-REC
               When 'D'
                   Delete TODYNRES-FILE
           End-Evaluate
           If WS-RESFILE-STATUS = '00'
               Add 1 To WS-FRC-APPLIED (1)
               If WS-FRC-VERDICT = 'D'
                   Move JRN-BEFORE-IMAGE To WS-RESULT-REC
               End-If
               If WS-RSX-OK-SW = 'Y'
                   Move Spaces         To WS-RESULT-XREF-REC
                   Move RR-MODULE-NAME To RSX-KEY-MODULE
                   Move RR-KEY         To RSX-KEY-RES
                   Evaluate WS-FRC-VERDICT
                       When 'W'
                           Write WS-RESULT-XREF-REC
                               Invalid Key
                                   Continue
                           End-Write
                       When 'D'
                           Read TODYNRSX-FILE
                               Invalid Key
                                   Continue
                               Not Invalid Key
                                   Delete TODYNRSX-FILE
                           End-Read
                   End-Evaluate
               End-If
           Else
               Move 'UPDATE FAILED - STATUS ' To WS-FRC-REASON
               Move WS-RESFILE-STATUS To WS-FRC-REASON(24:2)
               Perform Report-Conflict
           End-If
           EXIT.


       Apply-Audit-Entry.
           Evaluate WS-FRC-VERDICT
               When 'W'
                   Move JRN-AFTER-IMAGE To WS-AUDIT-REC
                   Write WS-AUDIT-REC
                       Invalid Key
                           Continue
                   End-Write
               When 'R'
                   Move JRN-AFTER-IMAGE To WS-AUDIT-REC
                   Rewrite WS-AUDIT-REC
               When 'D'
                   Delete TODYNAUD-FILE
           End-Evaluate
           If WS-AUDFILE-STATUS = '00'
               Add 1 To WS-FRC-APPLIED (2)
           Else
               Move 'UPDATE FAILED - STATUS ' To WS-FRC-REASON
               Move WS-AUDFILE-STATUS To WS-FRC-REASON(24:2)
               Perform Report-Conflict
           End-If
           EXIT.


       Apply-Baseline-Entry.
           Evaluate WS-FRC-VERDICT
               When 'W'
                   Move JRN-AFTER-IMAGE To WS-BASELINE-REC
                   Write WS-BASELINE-REC
                       Invalid Key
                           Continue
                   End-Write
               When 'R'
                   Move JRN-AFTER-IMAGE To WS-BASELINE-REC
                   Rewrite WS-BASELINE-REC
               When 'D'
                   Delete TODYNBAS-FILE
           End-Evaluate
           If WS-BASFILE-STATUS = '00'
               Add 1 To WS-FRC-APPLIED (3)
           Else
               Move 'UPDATE FAILED - STATUS ' To WS-FRC-REASON
               Move WS-BASFILE-STATUS To WS-FRC-REASON(24:2)
               Perform Report-Conflict
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    List the entry - stamp, cluster, action, who made the
      *    original update, the record key, and why it was not
      *    applied.
      *--------------------------------------------------------------
       Report-Conflict.
           Add 1 To WS-FRC-CONFLICT (WS-FRC-SLOT)
           Add 1 To WS-FRC-CONFLICTS
           If JRN-ACTION = 'A'
               Move JRN-AFTER-IMAGE  To WS-FRC-CURRENT
           Else
               Move JRN-BEFORE-IMAGE To WS-FRC-CURRENT
           End-If
           Display '  ' JRN-DATE ' ' JRN-TIME(1:6) ' '
                   WS-FRC-NAME (WS-FRC-SLOT) ' ' JRN-ACTION ' '
                   JRN-PROGRAM ' ' JRN-JOBNAME ' '
                   WS-FRC-CURRENT(1:34)
           Display '        ' WS-FRC-REASON
           EXIT.


       Print-Recovery-Report.
           Display ' '
           Display 'TODYNFRC FORWARD RECOVERY CONTROL REPORT'
           Display '  Backup taken  ' WS-FRC-BACKUP-DATE ' '
                   WS-FRC-BACKUP-TIME
           If WS-FRC-TO-DATE = '99999999'
               Display '  Recovered to  end of journal'
           Else
               Display '  Recovered to  ' WS-FRC-TO-DATE ' '
                       WS-FRC-TO-TIME
           End-If
           Display '=================================================='
           Display '  CLUSTER    ENTRIES  RE-APPLIED   SKIPPED  '
                   'CONFLICTS'
           Perform Varying WS-FRC-SLOT From 1 By 1
                   Until WS-FRC-SLOT > 3
               Move WS-FRC-READ (WS-FRC-SLOT)     To WS-SHOW-CNT
               Move WS-FRC-APPLIED (WS-FRC-SLOT)  To WS-SHOW-CNT2
               Compute WS-FRC-SKIPPED = WS-FRC-IN-BACKUP (WS-FRC-SLOT)
                                      + WS-FRC-PRESENT (WS-FRC-SLOT)
                                      + WS-FRC-PAST-PIT (WS-FRC-SLOT)
               Move WS-FRC-SKIPPED          To WS-SHOW-CNT3
               Move WS-FRC-CONFLICT (WS-FRC-SLOT) To WS-SHOW-CNT4
               Display '  ' WS-FRC-NAME (WS-FRC-SLOT) ' ' WS-SHOW-CNT
                       '     ' WS-SHOW-CNT2 '   ' WS-SHOW-CNT3
                       '    ' WS-SHOW-CNT4
               Move WS-FRC-IN-BACKUP (WS-FRC-SLOT) To WS-SHOW-CNT
               Move WS-FRC-PRESENT (WS-FRC-SLOT)   To WS-SHOW-CNT2
               Move WS-FRC-PAST-PIT (WS-FRC-SLOT)  To WS-SHOW-CNT3
               Display '      skipped: in backup ' WS-SHOW-CNT
                       '  already there ' WS-SHOW-CNT2
                       '  past point ' WS-SHOW-CNT3
           End-Perform
           Display '--------------------------------------------------'
           Move WS-FRC-JRN-READ To WS-SHOW-CNT
           Display '  Journal records read  . . . . . : ' WS-SHOW-CNT
           Move WS-FRC-JRC-READ To WS-SHOW-CNT
           Display '    of which from TODYNJRC (CICS)  : ' WS-SHOW-CNT
           If WS-FRC-JRC-OK-SW = 'N'
               Display '  TODYNJRC not read - CICS updates not '
                       'recovered'
           End-If
           Move WS-FRC-BAD-RECS To WS-SHOW-CNT
           Display '  Unrecognized journal records  . : ' WS-SHOW-CNT
           If WS-RSX-OK-SW = 'N'
               Display '  TODYNRSX not allocated - cross-reference '
                       'not maintained'
           End-If
           Display '=================================================='
           EXIT.
