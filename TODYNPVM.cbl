       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNPVM.
      *===============================================================
      *     Analyst panel for the production volume anomalies
      *     TODYNPVA flags on TODYNPVH, in the TODYNBSM panel style.
      *     A flagged jobname/module day is held out of the TODYNSAV
      *     volumes (and out of later days' trailing averages) until
      *     an analyst has looked at it and accepted it - a real new
      *     workload, a month-end peak - here.  The acceptance is
      *     stamped on the record with who and when.
      *
      *     Actions: L list the held days (for the entered date, or
      *     every day still held when the date is blank - accepted
      *     days are listed too when a date is entered), A accept
      *     the entered date/jobname/module, X exit.
      *
      *     Only userids on TODYNATH may open the panel, and
      *     accepting needs the certifier or administrator role -
      *     an accepted day goes straight into the savings
      *     projection.  Refusals go to the TODYNSEC security log
      *     (ATHRTN.cpy).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PVHSEL.
           COPY ATHSEL.
           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY PVHFD.
           COPY ATHFD.
           COPY SECFD.

       WORKING-STORAGE SECTION.

       01  WS-DONE-SW            PIC  X(01)  Value 'N'.
       01  WS-EOF-SW             PIC  X(01)  Value 'N'.

           COPY PVHWS.
           COPY ATHWS.
           COPY SECWS.

      *---------------------------------------------------------------
      *    Panel entry fields.
      *---------------------------------------------------------------
       01  WS-EDIT-FIELDS.
           05 WS-EDIT-RUN-DATE    PIC X(08)  Value Spaces.
           05 WS-EDIT-JOBNAME     PIC X(08)  Value Spaces.
           05 WS-EDIT-MODULE      PIC X(08)  Value Spaces.
           05 WS-EDIT-ACTION      PIC X(01)  Value Space.

       01  WS-PANEL-MSG           PIC X(60)  Value Spaces.

      *---------------------------------------------------------------
      *    Run identity for the accepted-by stamp - TODYNJOB, the
      *    same site utility the measurement programs use for the
      *    audit trail.
      *---------------------------------------------------------------
       01  WS-PVM-USERID          PIC X(08)  Value Spaces.
       01  WS-PVM-JOBNAME         PIC X(08)  Value Spaces.
       01  WS-PVM-DATE-TIME       PIC X(21).

      *---------------------------------------------------------------
      *    List-action display line work fields.
      *---------------------------------------------------------------
       01  WS-PVM-LIST-CNT        PIC 9(05)  Value 0.
       01  WS-PVM-SHOW-KIND       PIC X(12)  Value Spaces.
       01  WS-PVM-SHOW-STATE      PIC X(08)  Value Spaces.
       01  WS-SHOW-CALLS          PIC ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-BASE-CALLS     PIC ZZZ,ZZZ,ZZ9.
       01  WS-CONTINUE-KEY        PIC X(01).

       SCREEN SECTION.
       01  SCR-ANOMALY-PANEL.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE
               'TODYNPVM - PRODUCTION VOLUME ANOMALY ACCEPTANCE'.
           05 LINE 02 COLUMN 01 VALUE
               '=================================================='.
           05 LINE 04 COLUMN 01 VALUE
               'Production date (YYYYMMDD)  . . . . . . . . :'.
           05 LINE 04 COLUMN 50 PIC X(08) USING WS-EDIT-RUN-DATE.
           05 LINE 05 COLUMN 01 VALUE
               'Jobname    (accept only)  . . . . . . . . . :'.
           05 LINE 05 COLUMN 50 PIC X(08) USING WS-EDIT-JOBNAME.
           05 LINE 06 COLUMN 01 VALUE
               'Module     (accept only)  . . . . . . . . . :'.
           05 LINE 06 COLUMN 50 PIC X(08) USING WS-EDIT-MODULE.
           05 LINE 08 COLUMN 01 VALUE
               'L list held days, A accept, X exit  . . . . :'.
           05 LINE 08 COLUMN 50 PIC X(01) USING WS-EDIT-ACTION.
           05 LINE 10 COLUMN 01 PIC X(60) FROM WS-PANEL-MSG.

      *===============================================================
       PROCEDURE DIVISION.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Call 'TODYNJOB' Using WS-PVM-USERID WS-PVM-JOBNAME
               On Exception
                   Move Spaces To WS-PVM-USERID
                   Move Spaces To WS-PVM-JOBNAME
           End-Call
           Move WS-PVM-USERID To WS-ATH-USERID
           Move 'TODYNPVM'    To WS-ATH-PROGRAM
           Perform Check-Panel-Entry
           If WS-ATH-ALLOWED-SW = 'N'
               Display 'TODYNPVM ' WS-ATH-PANEL-MSG
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Open I-O TODYNPVH-FILE
           If WS-PVHFILE-STATUS Not = '00'
               Display '    *** TODYNPVH NOT AVAILABLE (STATUS '
                       WS-PVHFILE-STATUS ') ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Until WS-DONE-SW = 'Y'
               Move Space To WS-EDIT-ACTION
               Display SCR-ANOMALY-PANEL
               Accept SCR-ANOMALY-PANEL
               Move Spaces To WS-PANEL-MSG
               Evaluate True
                   When WS-EDIT-ACTION = 'X' Or 'x'
                       Move 'Y' To WS-DONE-SW
                   When WS-EDIT-ACTION = 'L' Or 'l'
                       Perform List-Held-Days
                   When WS-EDIT-ACTION = 'A' Or 'a'
                       Move 'G'             To WS-ATH-NEED
                       Move 'ACCEPT'        To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       Else
                           Perform Accept-Anomaly
                       End-If
                   When Other
                       Move 'ENTER L, A, OR X' To WS-PANEL-MSG
               End-Evaluate
           End-Perform
           Close TODYNPVH-FILE
           GOBACK.


      *--------------------------------------------------------------
      *    Accept the entered day: it must be on file and flagged.
      *--------------------------------------------------------------
       Accept-Anomaly.
           If WS-EDIT-RUN-DATE = Spaces
               Or WS-EDIT-JOBNAME = Spaces
               Or WS-EDIT-MODULE = Spaces
               Move 'DATE, JOBNAME AND MODULE ARE REQUIRED TO ACCEPT'
                   To WS-PANEL-MSG
           Else
               Move WS-EDIT-RUN-DATE To PVH-KEY-DATE
               Move WS-EDIT-JOBNAME  To PVH-KEY-JOBNAME
               Move WS-EDIT-MODULE   To PVH-KEY-MODULE
               Read TODYNPVH-FILE
                   Invalid Key
                       Move 'NO VOLUME RECORD FOR THAT DATE/JOB/MODULE'
                           To WS-PANEL-MSG
                   Not Invalid Key
                       Evaluate True
                           When PVH-ACCEPTED
                               Move 'ALREADY ACCEPTED BY '
                                   To WS-PANEL-MSG
                               Move PVH-ACC-USER
                                   To WS-PANEL-MSG(21:8)
                           When Not PVH-FLAGGED
                               Move 'THAT DAY IS NOT FLAGGED'
                                   To WS-PANEL-MSG
                           When Other
                               Perform Write-Acceptance
                       End-Evaluate
               End-Read
           End-If
           EXIT.


       Write-Acceptance.
           Move Function Current-Date To WS-PVM-DATE-TIME
           Move 'A'                   To PVH-STATUS
           Move WS-PVM-USERID         To PVH-ACC-USER
           Move WS-PVM-DATE-TIME(1:8) To PVH-ACC-DATE
           Move WS-PVM-DATE-TIME(9:6) To PVH-ACC-TIME
           Rewrite WS-PROD-VOLUME-REC
               Invalid Key
                   Move 'REWRITE FAILED - STATUS ' To WS-PANEL-MSG
                   Move WS-PVHFILE-STATUS To WS-PANEL-MSG(25:2)
               Not Invalid Key
                   Move 'ACCEPTED - THE DAY COUNTS IN TODYNSAV AGAIN'
                       To WS-PANEL-MSG
           End-Rewrite
           EXIT.


      *--------------------------------------------------------------
      *    Held days for the entered date (with that date's
      *    accepted days), or every day still held.
      *--------------------------------------------------------------
       List-Held-Days.
           Move 0   To WS-PVM-LIST-CNT
           Move 'N' To WS-EOF-SW
           Move Low-Values To PVH-KEY
           If WS-EDIT-RUN-DATE Not = Spaces
               Move WS-EDIT-RUN-DATE To PVH-KEY-DATE
           End-If
      *    An empty file fails the START - list nothing rather
      *    than spin on status 46.
           Start TODYNPVH-FILE Key Not < PVH-KEY
               Invalid Key
                   Move 'Y' To WS-EOF-SW
           End-Start
           Display ' '
           Display 'DATE     JOBNAME  MODULE   ANOMALY         '
                   'DAY CALLS  USUAL CALLS  STATE     ACCEPTED BY'
           Display '---------------------------------------------'
                   '---------------------------------------------'
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNPVH-FILE Next Record
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       If WS-EDIT-RUN-DATE Not = Spaces
                           And PVH-KEY-DATE Not = WS-EDIT-RUN-DATE
                           Move 'Y' To WS-EOF-SW
                       Else
                           If PVH-FLAGGED
                               Or (PVH-ACCEPTED
                                   And WS-EDIT-RUN-DATE Not = Spaces)
                               Perform Show-One-Held-Day
                           End-If
                       End-If
               End-Read
               If WS-PVHFILE-STATUS Not = '00'
                   Move 'Y' To WS-EOF-SW
               End-If
           End-Perform
           Display '---------------------------------------------'
                   '---------------------------------------------'
           Display WS-PVM-LIST-CNT ' anomaly day(s) listed.'
           Display ' '
           Display 'Press Enter to continue . . .'
           Accept WS-CONTINUE-KEY
           Move 'LIST COMPLETE' To WS-PANEL-MSG
           EXIT.


       Show-One-Held-Day.
           Add 1 To WS-PVM-LIST-CNT
           Evaluate PVH-KIND
               When 'S'
                   Move 'CALL SPIKE'   To WS-PVM-SHOW-KIND
               When 'C'
                   Move 'CPU SPIKE'    To WS-PVM-SHOW-KIND
               When 'Z'
                   Move 'DROP TO ZERO' To WS-PVM-SHOW-KIND
               When 'N'
                   Move 'NEW PAIR'     To WS-PVM-SHOW-KIND
               When Other
                   Move PVH-KIND       To WS-PVM-SHOW-KIND
           End-Evaluate
           If PVH-ACCEPTED
               Move 'ACCEPTED' To WS-PVM-SHOW-STATE
           Else
               Move 'HELD'     To WS-PVM-SHOW-STATE
           End-If
           Move PVH-CALLS      To WS-SHOW-CALLS
           Move PVH-BASE-CALLS To WS-SHOW-BASE-CALLS
           Display PVH-KEY-DATE ' ' PVH-KEY-JOBNAME ' '
                   PVH-KEY-MODULE ' ' WS-PVM-SHOW-KIND '  '
                   WS-SHOW-CALLS '  ' WS-SHOW-BASE-CALLS '  '
                   WS-PVM-SHOW-STATE '  ' PVH-ACC-USER ' '
                   PVH-ACC-DATE
           EXIT.


      *--------------------------------------------------------------
      *    Panel authorization and security log  (shared copybook)
      *--------------------------------------------------------------
           COPY ATHRTN.
