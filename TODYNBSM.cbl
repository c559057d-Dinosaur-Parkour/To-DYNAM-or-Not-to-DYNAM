      *     certification history (blank program lists the whole
      *     file), S supersede the active baseline without a
      *     replacement, R retire it (post-upgrade), X exit.
      *     Every certification and every flip is journaled to
      *     TODYNJRN for forward recovery.
      *
      *     Only userids on TODYNATH may open the panel.  Certify
      *     needs the certifier role, and the certifier may not be
      *     the userid that ran the benchmark being pinned (taken
      *     from the TODYNAUD run record) - nobody marks their own
      *     homework.  Supersede and retire need the certifier or
      *     administrator role.  Refusals go to the TODYNSEC
      *     security log (ATHRTN.cpy).
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BASSEL.
           COPY RESSEL.
           COPY JRNSEL.
           COPY AUDSEL.
           COPY ATHSEL.
           COPY SECSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY BASFD.
           COPY RESFD.
           COPY JRNFD.
           COPY AUDFD.
           COPY ATHFD.
           COPY SECFD.

       WORKING-STORAGE SECTION.


           COPY BASWS.
           COPY RESWS.
           COPY JRNWS.
           COPY AUDWS.
           COPY ATHWS.
           COPY SECWS.

      *---------------------------------------------------------------
      *    Panel entry fields.
           05 WS-BSM-RUN-OK-SW    PIC X(01)  Value 'N'.
           05 WS-BSM-ENV-BAD-SW   PIC X(01)  Value 'N'.
           05 WS-BSM-LIST-CNT     PIC 9(04)  Value 0.
      *    The matched TODYNRES record's write time, and the userid
      *    the TODYNAUD run record gives for the run.
           05 WS-BSM-RUN-KEY-TIME PIC X(06)  Value Spaces.
           05 WS-BSM-RUNNER       PIC X(08)  Value Spaces.

      *---------------------------------------------------------------
      *    List-action display line work fields.
                   Move Spaces To WS-BSM-USERID
                   Move Spaces To WS-BSM-JOBNAME
           End-Call
           Move WS-BSM-USERID To WS-ATH-USERID
           Move 'TODYNBSM'    To WS-ATH-PROGRAM
           Perform Check-Panel-Entry
           If WS-ATH-ALLOWED-SW = 'N'
               Display 'TODYNBSM ' WS-ATH-PANEL-MSG
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Open I-O TODYNBAS-FILE
           If WS-BASFILE-STATUS = '35'
               Open Output TODYNBAS-FILE
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Move 'TODYNBSM'     To WS-JRN-PROGRAM
           Move WS-BSM-JOBNAME To WS-JRN-JOBNAME
           Move WS-BSM-USERID  To WS-JRN-USERID
           Perform Open-Journal-File
           Perform Until WS-DONE-SW = 'Y'
               Move Space To WS-EDIT-ACTION
               Display SCR-BASELINE-PANEL
                   When WS-EDIT-ACTION = 'X' Or 'x'
                       Move 'Y' To WS-DONE-SW
                   When WS-EDIT-ACTION = 'C' Or 'c'
                       Move 'C'            To WS-ATH-NEED
                       Move 'CERTIFY'      To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       Else
                           Perform Certify-Baseline
                       End-If
                   When WS-EDIT-ACTION = 'L' Or 'l'
                       Perform List-Baselines
                   When WS-EDIT-ACTION = 'S' Or 's'
                       Move 'G'            To WS-ATH-NEED
                       Move 'SUPERSEDE'    To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       Else
                           Perform Supersede-Baseline
                       End-If
                   When WS-EDIT-ACTION = 'R' Or 'r'
                       Move 'G'            To WS-ATH-NEED
                       Move 'RETIRE'       To WS-ATH-ACTION-TEXT
                       Perform Check-Update-Authority
                       If WS-ATH-ALLOWED-SW = 'N'
                           Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
                       Else
                           Perform Retire-Baseline
                       End-If
                   When Other
                       Move 'ENTER C, L, S, R, OR X'
                           To WS-PANEL-MSG
               End-Evaluate
           End-Perform
           Close TODYNBAS-FILE
           Perform Close-Journal-File
           GOBACK.


                   Move 'A31BR14' To WS-EDIT-MODULE
               End-If
               Perform Verify-Run-Exists
               If WS-BSM-RUN-OK-SW = 'Y'
                   Perform Check-Runner-Not-Certifier
               End-If
               If WS-BSM-RUN-OK-SW = 'Y'
                   Perform Scan-Baseline-Group
                   If WS-BSM-ACTIVE-SW = 'Y'
                       Move RR-ENV-CPU-MODEL To WS-EDIT-CPU
                   End-If
                   Move 'Y' To WS-BSM-RUN-OK-SW
                   Move RR-KEY-TIME To WS-BSM-RUN-KEY-TIME
                   Move 'Y' To WS-EOF-SW
               Else
                   Move 'Y' To WS-BSM-ENV-BAD-SW
           EXIT.


      *--------------------------------------------------------------
      *    Separation of duties.  The measurement program writes its
      *    TODYNAUD run record at startup, before any history
      *    record, so the run's audit record is the program's
      *    latest one on the run date at or before the matched
      *    TODYNRES record's write time.  A run nobody can be
      *    named for is refused as well - an unknown runner might
      *    be the certifier.  Both refusals are security events.
      *--------------------------------------------------------------
       Check-Runner-Not-Certifier.
           Move Spaces To WS-BSM-RUNNER
           Open Input TODYNAUD-FILE
           If WS-AUDFILE-STATUS = '00'
               Move WS-EDIT-RUN-DATE To AUD-KEY-DATE
               Move Low-Values       To AUD-KEY-TIME
               Move Low-Values       To AUD-KEY-PROGRAM
               Move 'N' To WS-EOF-SW
               Start TODYNAUD-FILE Key Not < AUD-KEY
                   Invalid Key
                       Move 'Y' To WS-EOF-SW
               End-Start
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNAUD-FILE Next Record
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           If AUD-KEY-DATE Not = WS-EDIT-RUN-DATE
                               Or AUD-KEY-TIME > WS-BSM-RUN-KEY-TIME
                               Move 'Y' To WS-EOF-SW
                           Else
                               If AUD-KEY-PROGRAM = WS-EDIT-PROGRAM
                                   Move AUD-USERID To WS-BSM-RUNNER
                               End-If
                           End-If
                   End-Read
                   If WS-AUDFILE-STATUS Not = '00'
                       Move 'Y' To WS-EOF-SW
                   End-If
               End-Perform
               Close TODYNAUD-FILE
           End-If
           Evaluate True
               When WS-BSM-RUNNER = Spaces
                   Move 'N' To WS-BSM-RUN-OK-SW
                   Move 'RUNNER UNKNOWN (NO AUDIT)'
                       To WS-ATH-REASON
                   Perform Log-Violation
                   Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
               When WS-BSM-RUNNER = WS-BSM-USERID
                   Move 'N' To WS-BSM-RUN-OK-SW
                   Move 'CERTIFIER RAN BENCHMARK'
                       To WS-ATH-REASON
                   Perform Log-Violation
                   Move WS-ATH-PANEL-MSG To WS-PANEL-MSG
               When Other
                   Continue
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Walk the group's records - highest sequence number and
      *    the active record's key, if any.
                   Move 'ACTIVE BASELINE READ-BACK FAILED'
                       To WS-PANEL-MSG
               Not Invalid Key
                   Move WS-BASELINE-REC To WS-JRN-BEFORE
                   Move 'S' To BAS-STATUS
                   Perform Stamp-And-Rewrite
           End-Read
                   Move 'ACTIVE BASELINE READ-BACK FAILED'
                       To WS-PANEL-MSG
               Not Invalid Key
                   Move WS-BASELINE-REC To WS-JRN-BEFORE
                   Move 'R' To BAS-STATUS
                   Perform Stamp-And-Rewrite
           End-Read
           Move WS-BSM-DATE-TIME(9:6) To BAS-CERT-TIME
           Move WS-BSM-USERID         To BAS-CERT-USER
           Rewrite WS-BASELINE-REC
           If WS-BASFILE-STATUS = '00'
               Move 'BAS'           To WS-JRN-FILE-ID
               Move 'C'             To WS-JRN-ACTION
               Move WS-BASELINE-REC To WS-JRN-AFTER
               Perform Write-Journal-Rec
           End-If
           EXIT.


               Not Invalid Key
                   Move 'BASELINE CERTIFIED'
                       To WS-PANEL-MSG
                   Move 'BAS'           To WS-JRN-FILE-ID
                   Move 'A'             To WS-JRN-ACTION
                   Move Spaces          To WS-JRN-BEFORE
                   Move WS-BASELINE-REC To WS-JRN-AFTER
                   Perform Write-Journal-Rec
           End-Write
           EXIT.

                   BAS-RUN-TIME '  ' WS-BSM-SHOW-STATUS '  '
                   BAS-CERT-USER ' ' BAS-CERT-DATE
           EXIT.


      *--------------------------------------------------------------
      *    Update journal Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY JRNRTN.


      *--------------------------------------------------------------
      *    Panel authorization and security log  (shared copybook)
      *--------------------------------------------------------------
           COPY ATHRTN.
