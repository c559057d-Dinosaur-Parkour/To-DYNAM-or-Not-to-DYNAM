      *     self-cleaning: investigate, and housekeeping tidies
      *     up on its normal cycle.
      *
      *     Every image goes through the layout upgrade routines
      *     before it is written back, so an image archived under
      *     an older record layout lands on the cluster in the
      *     current one (and stamped so); an image stamped with a
      *     version newer than this program knows is refused and
      *     counted, never loaded blind, and an archive whose
      *     record length no longer matches the current layout is
      *     refused whole (convert it with TODYNCNV first).
      *     Every record restored is journaled to TODYNJRN for
      *     forward recovery.
      *
      *     PARM='YYYYMMDD,YYYYMMDD[,PROGRAM]' - from/to key
      *     dates inclusive, optional program filter.  RC 8 when
      *     the PARM is unusable, nothing at all could be read or
      *     an archive is at the wrong record length; RC 4 when
      *     any image was refused for its layout version.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY RESSEL.
           COPY RSXSEL.
           COPY AUDSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RESFD.
           COPY RSXFD.
           COPY AUDFD.
           COPY JRNFD.

       WORKING-STORAGE SECTION.

           COPY RESWS.
           COPY RSXWS.
           COPY AUDWS.
           COPY LVRWS.
           COPY JRNWS.

      *---------------------------------------------------------------
      *    Selection criteria from the PARM.
      *    before it touches a cluster record area.  Key layout
      *    inside both images: date 1-8, time 9-14, program 15-22.
      *---------------------------------------------------------------
       01  WS-RTV-RES-HOLD        PIC X(128) Value Spaces.
       01  WS-RTV-AUD-HOLD        PIC X(121) Value Spaces.

       01  WS-RTV-COUNTERS.
           05 WS-RTV-RES-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-RES-RESTORED PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-RES-PRESENT  PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-RES-UPGRADED PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-RES-REFUSED  PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-AUD-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-AUD-RESTORED PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-AUD-PRESENT  PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-AUD-UPGRADED PIC 9(07)  COMP-5  Value 0.
           05 WS-RTV-AUD-REFUSED  PIC 9(07)  COMP-5  Value 0.
       01  WS-RTV-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-RTV-ANY-ARCHIVE-SW  PIC  X(01)  Value 'N'.
       01  WS-SHOW-CNT            PIC  ZZZ,ZZ9.
       PROGRAM-MAIN.
           Perform Parse-Selection
           If WS-RTV-WORST-RC < 8
               Move 'TODYNRTV' To WS-JRN-PROGRAM
               Perform Open-Journal-File
               Perform Restore-Results
               Perform Restore-Audits
               Perform Close-Journal-File
               If WS-RTV-ANY-ARCHIVE-SW = 'N'
                   Display '    *** NEITHER ARCHIVE DATASET COULD '
                           'BE READ - NOTHING RETRIEVED ***'
                   Move 8 To WS-RTV-WORST-RC
               End-If
               If WS-RTV-RES-REFUSED + WS-RTV-AUD-REFUSED > 0
                   And WS-RTV-WORST-RC < 4
                   Move 4 To WS-RTV-WORST-RC
               End-If
               Perform Print-Retrieval-Summary
           End-If
           Move WS-RTV-WORST-RC To RETURN-CODE

       Restore-Results.
           Open Input TODYNARR-FILE
           Evaluate True
               When WS-ARRFILE-STATUS = '39'
                   Display '    *** TODYNARR RECORD LENGTH DOES NOT '
                           'MATCH THE CURRENT RESULTS LAYOUT - CONVERT '
                           'IT WITH TODYNCNV BEFORE RETRIEVING ***'
                   Move 8 To WS-RTV-WORST-RC
               When WS-ARRFILE-STATUS Not = '00'
                   Display '    *** TODYNARR NOT AVAILABLE (STATUS '
                           WS-ARRFILE-STATUS ') - NO RESULTS TO '
                           'RETRIEVE ***'
               When Other
                   Move 'Y' To WS-RTV-ANY-ARCHIVE-SW
                   Open I-O TODYNRES-FILE
                   If WS-RESFILE-STATUS Not = '00'
                       Display '    *** TODYNRES NOT OPENABLE (STATUS '
                               WS-RESFILE-STATUS ') - RUN TODYNSETUP '
                               'FIRST ***'
                       Move 8 To WS-RTV-WORST-RC
                       Close TODYNARR-FILE
                   Else
                       Move 'N' To WS-RSX-OK-SW
                       Open I-O TODYNRSX-FILE
                       If WS-RSXFILE-STATUS = '35'
                           Open Output TODYNRSX-FILE
                           Close TODYNRSX-FILE
                           Open I-O TODYNRSX-FILE
                       End-If
                       If WS-RSXFILE-STATUS = '00'
                           Move 'Y' To WS-RSX-OK-SW
                       End-If
                       Move 'N' To WS-EOF-SW
                       Perform Until WS-EOF-SW = 'Y'
                           Read TODYNARR-FILE
                               At End
                                   Move 'Y' To WS-EOF-SW
                               Not At End
                                   Perform Judge-One-Res-Image
                           End-Read
                       End-Perform
                       Close TODYNARR-FILE
                       Close TODYNRES-FILE
                       If WS-RSX-OK-SW = 'Y'
                           Close TODYNRSX-FILE
                       End-If
                   End-If
           End-Evaluate
           EXIT.


               And (WS-RTV-PROGRAM = Spaces
                   Or WS-RTV-RES-HOLD(15:8) = WS-RTV-PROGRAM)
               Add 1 To WS-RTV-RES-READ
               Move WS-RTV-RES-HOLD To WS-LVR-IMAGE
               Move 128             To WS-LVR-LEN
               Perform Upgrade-Result-Image
               If WS-LVR-OUTCOME = 'R'
                   Add 1 To WS-RTV-RES-REFUSED
                   Display '    *** RESULT ' WS-RTV-RES-HOLD(1:22)
                           ' HAS LAYOUT VERSION ' WS-LVR-FROM-VER
                           ' - NEWER THAN THIS PROGRAM, NOT '
                           'RESTORED ***'
               Else
                   If WS-LVR-OUTCOME = 'U'
                       Add 1 To WS-RTV-RES-UPGRADED
                   End-If
                   Move 'P' To RR-PULLED-FLAG
                   Write WS-RESULT-REC
                       Invalid Key
                           Add 1 To WS-RTV-RES-PRESENT
                       Not Invalid Key
                           Add 1 To WS-RTV-RES-RESTORED
                           Perform Restore-Xref-Row
                           Move 'RES'         To WS-JRN-FILE-ID
                           Move WS-RESULT-REC To WS-JRN-AFTER
                           Perform Journal-Restored-Add
                   End-Write
               End-If
           End-If
           EXIT.


       Journal-Restored-Add.
           Move 'A'    To WS-JRN-ACTION
           Move Spaces To WS-JRN-BEFORE
           Perform Write-Journal-Rec
           EXIT.


       Restore-Xref-Row.
           If WS-RSX-OK-SW = 'Y'
               Move Spaces         To WS-RESULT-XREF-REC

       Restore-Audits.
           Open Input TODYNARA-FILE
           Evaluate True
               When WS-ARAFILE-STATUS = '39'
                   Display '    *** TODYNARA RECORD LENGTH DOES NOT '
                           'MATCH THE CURRENT AUDIT LAYOUT - CONVERT '
                           'IT WITH TODYNCNV BEFORE RETRIEVING ***'
                   Move 8 To WS-RTV-WORST-RC
               When WS-ARAFILE-STATUS Not = '00'
                   Display '    *** TODYNARA NOT AVAILABLE (STATUS '
                           WS-ARAFILE-STATUS ') - NO AUDITS TO '
                           'RETRIEVE ***'
               When Other
                   Move 'Y' To WS-RTV-ANY-ARCHIVE-SW
                   Open I-O TODYNAUD-FILE
                   If WS-AUDFILE-STATUS Not = '00'
                       Display '    *** TODYNAUD NOT OPENABLE (STATUS '
                               WS-AUDFILE-STATUS ') - RUN TODYNSETUP '
                               'FIRST ***'
                       Move 8 To WS-RTV-WORST-RC
                       Close TODYNARA-FILE
                   Else
                       Move 'N' To WS-EOF-SW
                       Perform Until WS-EOF-SW = 'Y'
                           Read TODYNARA-FILE
                               At End
                                   Move 'Y' To WS-EOF-SW
                               Not At End
                                   Perform Judge-One-Aud-Image
                           End-Read
                       End-Perform
                       Close TODYNARA-FILE
                       Close TODYNAUD-FILE
                   End-If
           End-Evaluate
           EXIT.


               And (WS-RTV-PROGRAM = Spaces
                   Or WS-RTV-AUD-HOLD(15:8) = WS-RTV-PROGRAM)
               Add 1 To WS-RTV-AUD-READ
               Move WS-RTV-AUD-HOLD To WS-LVR-IMAGE
               Move 121             To WS-LVR-LEN
               Perform Upgrade-Audit-Image
               If WS-LVR-OUTCOME = 'R'
                   Add 1 To WS-RTV-AUD-REFUSED
                   Display '    *** AUDIT ' WS-RTV-AUD-HOLD(1:22)
                           ' HAS LAYOUT VERSION ' WS-LVR-FROM-VER
                           ' - NEWER THAN THIS PROGRAM, NOT '
                           'RESTORED ***'
               Else
                   If WS-LVR-OUTCOME = 'U'
                       Add 1 To WS-RTV-AUD-UPGRADED
                   End-If
                   Move 'P' To AUD-PULLED-FLAG
                   Write WS-AUDIT-REC
                       Invalid Key
                           Add 1 To WS-RTV-AUD-PRESENT
                       Not Invalid Key
                           Add 1 To WS-RTV-AUD-RESTORED
                           Move 'AUD'         To WS-JRN-FILE-ID
                           Move WS-AUDIT-REC  To WS-JRN-AFTER
                           Perform Journal-Restored-Add
                   End-Write
               End-If
           End-If
           EXIT.

           Display '  Result records restored . . . . : ' WS-SHOW-CNT
           Move WS-RTV-RES-PRESENT To WS-SHOW-CNT
           Display '  Results already live (skipped)  : ' WS-SHOW-CNT
           Move WS-RTV-RES-UPGRADED To WS-SHOW-CNT
           Display '  Results upgraded to layout ' WS-RES-LAYOUT-VER
                   '  : ' WS-SHOW-CNT
           Move WS-RTV-RES-REFUSED To WS-SHOW-CNT
           Display '  Results refused (newer layout)  : ' WS-SHOW-CNT
           Move WS-RTV-AUD-READ To WS-SHOW-CNT
           Display '  Audit images selected . . . . . : ' WS-SHOW-CNT
           Move WS-RTV-AUD-RESTORED To WS-SHOW-CNT
           Display '  Audit records restored  . . . . : ' WS-SHOW-CNT
           Move WS-RTV-AUD-PRESENT To WS-SHOW-CNT
           Display '  Audits already live (skipped) . : ' WS-SHOW-CNT
           Move WS-RTV-AUD-UPGRADED To WS-SHOW-CNT
           Display '  Audits upgraded to layout ' WS-AUD-LAYOUT-VER
                   '   : ' WS-SHOW-CNT
           Move WS-RTV-AUD-REFUSED To WS-SHOW-CNT
           Display '  Audits refused (newer layout) . : ' WS-SHOW-CNT
           Display '  Restored records are flagged pulled-back - '
                   'housekeeping drops them without re-archiving'
           Display '=================================================='
           EXIT.


      *--------------------------------------------------------------
      *    Record-layout upgrade of archived images  (shared
      *    copybooks)
      *--------------------------------------------------------------
           COPY RLVRTN.
           COPY ALVRTN.


      *--------------------------------------------------------------
      *    Update journal Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY JRNRTN.
