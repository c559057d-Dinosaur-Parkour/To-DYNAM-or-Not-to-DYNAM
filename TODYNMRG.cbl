      *     (truncated transmission) loads what it has and ends
      *     RC 8 so the transmission gets re-sent - the de-dup
      *     makes the re-run safe.
      *
      *     Every image goes through the layout upgrade routines
      *     before it is loaded: one cut under an older record
      *     layout (an exporting LPAR not yet on the current
      *     programs) is upgraded and stamped current, one stamped
      *     with a version newer than this program knows is refused
      *     and counted (RC 4) rather than loaded blind.  A
      *     transport file whose record length predates the
      *     current layout is refused whole (RC 8) - convert it
      *     with TODYNCNV PARM='XPF', or re-export.  Every record
      *     loaded is journaled to TODYNJRN for forward recovery.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY RSXSEL.
           COPY AUDSEL.
           COPY XPSEL.
           COPY JRNSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY RSXFD.
           COPY AUDFD.
           COPY XPFD.
           COPY JRNFD.

       WORKING-STORAGE SECTION.

           COPY RSXWS.
           COPY AUDWS.
           COPY XPWS.
           COPY LVRWS.
           COPY JRNWS.

       01  WS-MRG-COUNTERS.
           05 WS-MRG-RES-READ     PIC 9(07)  COMP-5  Value 0.
           05 WS-MRG-AUD-ADDED    PIC 9(07)  COMP-5  Value 0.
           05 WS-MRG-AUD-DUPS     PIC 9(07)  COMP-5  Value 0.
           05 WS-MRG-BAD-RECS     PIC 9(07)  COMP-5  Value 0.
           05 WS-MRG-UPGRADED     PIC 9(07)  COMP-5  Value 0.
           05 WS-MRG-REFUSED      PIC 9(07)  COMP-5  Value 0.

       01  WS-MRG-SWITCHES.
           05 WS-MRG-HDR-SEEN-SW  PIC X(01)  Value 'N'.
           05 WS-MRG-TRL-SEEN-SW  PIC X(01)  Value 'N'.
       01  WS-MRG-HDR-SYSTEM      PIC X(08)  Value Spaces.
       01  WS-MRG-HDR-DATE        PIC X(08)  Value Spaces.
       01  WS-MRG-HDR-RES-VER     PIC X(02)  Value Spaces.
       01  WS-MRG-HDR-AUD-VER     PIC X(02)  Value Spaces.
       01  WS-MRG-WORST-RC        PIC 9(02)  COMP-5  Value 0.
       01  WS-SHOW-CNT            PIC ZZZ,ZZ9.

      *---------------------------------------------------------------
       PROGRAM-MAIN.
           Open Input TODYNXPF-FILE
           If WS-XPFFILE-STATUS = '39'
               Display '    *** TODYNXPF RECORD LENGTH DOES NOT '
                       'MATCH THE CURRENT TRANSPORT LAYOUT - CONVERT '
                       'IT WITH TODYNCNV PARM=XPF OR RE-EXPORT ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           If WS-XPFFILE-STATUS Not = '00'
               Display '    *** TODYNXPF NOT AVAILABLE (STATUS '
                       WS-XPFFILE-STATUS ') - NOTHING TO MERGE ***'
               Move WS-MRG-WORST-RC To RETURN-CODE
               GOBACK
           End-If
           Move 'TODYNMRG' To WS-JRN-PROGRAM
           Perform Open-Journal-File
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNXPF-FILE
                   At End
           If WS-RSX-OK-SW = 'Y'
               Close TODYNRSX-FILE
           End-If
           Perform Close-Journal-File
           Perform Check-Transmission-Complete
           If WS-MRG-REFUSED > 0 And WS-MRG-WORST-RC < 4
               Move 4 To WS-MRG-WORST-RC
           End-If
           Perform Print-Merge-Summary
           Move WS-MRG-WORST-RC To RETURN-CODE
           GOBACK.
                   Move 'Y'            To WS-MRG-HDR-SEEN-SW
                   Move XPT-HDR-SYSTEM To WS-MRG-HDR-SYSTEM
                   Move XPT-HDR-DATE   To WS-MRG-HDR-DATE
                   Move XPT-HDR-RES-VER To WS-MRG-HDR-RES-VER
                   Move XPT-HDR-AUD-VER To WS-MRG-HDR-AUD-VER
                   If WS-MRG-HDR-RES-VER Not = WS-RES-LAYOUT-VER
                       Or WS-MRG-HDR-AUD-VER Not = WS-AUD-LAYOUT-VER
                       Display '    *** EXPORTED UNDER LAYOUT '
                               'VERSIONS ' WS-MRG-HDR-RES-VER '/'
                               WS-MRG-HDR-AUD-VER ' - THIS SITE IS '
                               'ON ' WS-RES-LAYOUT-VER '/'
                               WS-AUD-LAYOUT-VER ' - IMAGES ARE '
                               'CONVERTED OR REFUSED ONE BY ONE ***'
                   End-If
               When 'RES'
                   Add 1 To WS-MRG-RES-READ
                   Move XPT-IMAGE To WS-LVR-IMAGE
                   Move 128       To WS-LVR-LEN
                   Perform Upgrade-Result-Image
                   Perform Merge-Result-Image
               When 'AUD'
                   Add 1 To WS-MRG-AUD-READ
                   Move XPT-IMAGE To WS-LVR-IMAGE
                   Move 121       To WS-LVR-LEN
                   Perform Upgrade-Audit-Image
                   Perform Merge-Audit-Image
               When 'TRL'
                   Move 'Y' To WS-MRG-TRL-SEEN-SW
                   Perform Check-Trailer-Counts
           EXIT.


       Merge-Result-Image.
           If WS-LVR-OUTCOME = 'R'
               Add 1 To WS-MRG-REFUSED
               Display '    *** RESULT ' XPT-IMAGE(1:22)
                       ' HAS LAYOUT VERSION ' WS-LVR-FROM-VER
                       ' - NEWER THAN THIS PROGRAM, NOT MERGED ***'
           Else
               If WS-LVR-OUTCOME = 'U'
                   Add 1 To WS-MRG-UPGRADED
               End-If
      *        A record TODYNRTV pulled back on the EXPORTING
      *        system arrives still flagged 'P' - but this site's
      *        archive never held its image, and housekeeping
      *        deletes aged 'P' records without re-archiving.
      *        Merged records are first-class live records here,
      *        so the flag is cleared.
               Move Space To RR-PULLED-FLAG
               Write WS-RESULT-REC
                   Invalid Key
                       Add 1 To WS-MRG-RES-DUPS
                   Not Invalid Key
                       Add 1 To WS-MRG-RES-ADDED
                       Perform Add-Xref-For-Merged-Rec
                       Move 'RES'         To WS-JRN-FILE-ID
                       Move WS-RESULT-REC To WS-JRN-AFTER
                       Perform Journal-Merged-Add
               End-Write
           End-If
           EXIT.


       Merge-Audit-Image.
           If WS-LVR-OUTCOME = 'R'
               Add 1 To WS-MRG-REFUSED
               Display '    *** AUDIT ' XPT-IMAGE(1:22)
                       ' HAS LAYOUT VERSION ' WS-LVR-FROM-VER
                       ' - NEWER THAN THIS PROGRAM, NOT MERGED ***'
           Else
               If WS-LVR-OUTCOME = 'U'
                   Add 1 To WS-MRG-UPGRADED
               End-If
               Move Space To AUD-PULLED-FLAG
               Write WS-AUDIT-REC
                   Invalid Key
                       Add 1 To WS-MRG-AUD-DUPS
                   Not Invalid Key
                       Add 1 To WS-MRG-AUD-ADDED
                       Move 'AUD'         To WS-JRN-FILE-ID
                       Move WS-AUDIT-REC  To WS-JRN-AFTER
                       Perform Journal-Merged-Add
               End-Write
           End-If
           EXIT.


       Journal-Merged-Add.
           Move 'A'    To WS-JRN-ACTION
           Move Spaces To WS-JRN-BEFORE
           Perform Write-Journal-Rec
           EXIT.


       Add-Xref-For-Merged-Rec.
           If WS-RSX-OK-SW = 'Y'
               Move Spaces         To WS-RESULT-XREF-REC
           Display '  Audits already present (dups) . : ' WS-SHOW-CNT
           Move WS-MRG-BAD-RECS To WS-SHOW-CNT
           Display '  Unrecognized records  . . . . . : ' WS-SHOW-CNT
           Move WS-MRG-UPGRADED To WS-SHOW-CNT
           Display '  Images upgraded to current layout: ' WS-SHOW-CNT
           Move WS-MRG-REFUSED To WS-SHOW-CNT
           Display '  Images refused (newer layout)  . : ' WS-SHOW-CNT
           Display '=================================================='
           EXIT.


      *--------------------------------------------------------------
      *    Record-layout upgrade of transported images  (shared
      *    copybooks)
      *--------------------------------------------------------------
           COPY RLVRTN.
           COPY ALVRTN.


      *--------------------------------------------------------------
      *    Update journal Open/Write/Close  (shared copybook)
      *--------------------------------------------------------------
           COPY JRNRTN.
