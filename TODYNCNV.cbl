       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCNV.
      *===============================================================
      *     Record-layout conversion - brings a whole dataset of
      *     TODYNRES, TODYNAUD or transport records up to the current
      *     record layout when RESFD/AUDFD grow.  The input is a
      *     variable-length unload (TODYNCVI - IDCAMS REPRO of the
      *     cluster, archive or transport dataset to RECFM=VB), so
      *     every record arrives at the length it was written at;
      *     each image goes through the same upgrade routines
      *     TODYNRTV and TODYNMRG use (RLVRTN/ALVRTN), which read its
      *     layout-version stamp, default the fields later versions
      *     added, and stamp it current.  Output is at the current
      *     fixed length in the archive / transport record format,
      *     ready to REPRO into a re-DEFINEd cluster or to replace
      *     the archive or transport dataset - see jcl/TODYNCNV.jcl.
      *
      *     PARM='RES' - results images in, TODYNARR format out
      *     PARM='AUD' - audit images in, TODYNARA format out
      *     PARM='XPF' - a transport file in, TODYNXPF format out;
      *                  the header is re-stamped with the current
      *                  versions and the trailer re-counted to what
      *                  was written, so TODYNMRG's count check
      *                  still holds
      *
      *     The control report counts the records read per layout
      *     version and what became of them - already current,
      *     upgraded, or refused (a version newer than this program
      *     knows; left out of the output).  RC 8 when the PARM is
      *     unusable or a file cannot be opened, RC 4 when any
      *     record was refused - do not reload from an output that
      *     dropped records.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CVISEL.
           COPY ARCSEL.
           COPY XPSEL.
           COPY RESSEL.
           COPY AUDSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CVIFD.
           COPY ARCFD.
           COPY XPFD.
           COPY RESFD.
           COPY AUDFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY CVIWS.
           COPY ARCWS.
           COPY XPWS.
           COPY RESWS.
           COPY AUDWS.
           COPY LVRWS.

       01  WS-CNV-KIND            PIC  X(03)  Value Spaces.
       01  WS-CNV-IMAGE-KIND      PIC  X(03)  Value Spaces.
       01  WS-CNV-WORST-RC        PIC  9(02)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Counts per record kind and layout version read.
      *---------------------------------------------------------------
       01  WS-VER-COUNT           PIC  9(02)  COMP-5  Value 0.
       01  WS-VER-TABLE.
           05 WS-VER-ROW OCCURS 20 TIMES INDEXED BY WS-VX.
              10 WS-VER-KIND      PIC X(03).
              10 WS-VER-VERSION   PIC X(02).
              10 WS-VER-READ      PIC 9(07)      COMP-5.
              10 WS-VER-CURRENT   PIC 9(07)      COMP-5.
              10 WS-VER-UPGRADED  PIC 9(07)      COMP-5.
              10 WS-VER-REFUSED   PIC 9(07)      COMP-5.
       01  WS-VER-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-VER-HIT             PIC  9(02)  COMP-5  Value 0.

       01  WS-CNV-COUNTERS.
           05 WS-CNV-READ         PIC 9(07)  COMP-5  Value 0.
           05 WS-CNV-WRITTEN      PIC 9(07)  COMP-5  Value 0.
           05 WS-CNV-REFUSED      PIC 9(07)  COMP-5  Value 0.
           05 WS-CNV-CONTROL      PIC 9(07)  COMP-5  Value 0.
           05 WS-CNV-BAD-RECS     PIC 9(07)  COMP-5  Value 0.
           05 WS-CNV-RES-OUT      PIC 9(07)  COMP-5  Value 0.
           05 WS-CNV-AUD-OUT      PIC 9(07)  COMP-5  Value 0.
       01  WS-CNV-TRL-SEEN-SW     PIC  X(01)  Value 'N'.
       01  WS-CNV-IMAGE-LEN       PIC  9(04)  COMP-5  Value 0.

       01  WS-SHOW-CNT            PIC  ZZZ,ZZ9.
       01  WS-SHOW-CNT2           PIC  ZZZ,ZZ9.
       01  WS-SHOW-CNT3           PIC  ZZZ,ZZ9.
       01  WS-SHOW-CNT4           PIC  ZZZ,ZZ9.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN >= 3
               Move LS-PARM-TEXT(1:3) To WS-CNV-KIND
           End-If
           If WS-CNV-KIND Not = 'RES'
               And WS-CNV-KIND Not = 'AUD'
               And WS-CNV-KIND Not = 'XPF'
               Display '    *** PARM MUST BE RES, AUD OR XPF - '
                       'NOTHING CONVERTED ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Perform Open-Conversion-Files
           If WS-CNV-WORST-RC < 8
               Perform Until WS-EOF-SW = 'Y'
                   Read TODYNCVI-FILE
                       At End
                           Move 'Y' To WS-EOF-SW
                       Not At End
                           Perform Convert-One-Record
                   End-Read
               End-Perform
               Perform Close-Conversion-Files
               If WS-CNV-REFUSED > 0 And WS-CNV-WORST-RC < 4
                   Move 4 To WS-CNV-WORST-RC
               End-If
               Perform Print-Conversion-Report
           End-If
           Move WS-CNV-WORST-RC To RETURN-CODE
           GOBACK.


       Open-Conversion-Files.
           Open Input TODYNCVI-FILE
           If WS-CVIFILE-STATUS Not = '00'
               Display '    *** TODYNCVI NOT AVAILABLE (STATUS '
                       WS-CVIFILE-STATUS ') - NOTHING TO CONVERT ***'
               Move 8 To WS-CNV-WORST-RC
           Else
               Evaluate WS-CNV-KIND
                   When 'RES'
                       Open Output TODYNARR-FILE
                       If WS-ARRFILE-STATUS Not = '00'
                           Display '    *** TODYNARR NOT OPENABLE '
                                   '(STATUS ' WS-ARRFILE-STATUS
                                   ') ***'
                           Move 8 To WS-CNV-WORST-RC
                       End-If
                   When 'AUD'
                       Open Output TODYNARA-FILE
                       If WS-ARAFILE-STATUS Not = '00'
                           Display '    *** TODYNARA NOT OPENABLE '
                                   '(STATUS ' WS-ARAFILE-STATUS
                                   ') ***'
                           Move 8 To WS-CNV-WORST-RC
                       End-If
                   When Other
                       Open Output TODYNXPF-FILE
                       If WS-XPFFILE-STATUS Not = '00'
                           Display '    *** TODYNXPF NOT OPENABLE '
                                   '(STATUS ' WS-XPFFILE-STATUS
                                   ') ***'
                           Move 8 To WS-CNV-WORST-RC
                       End-If
               End-Evaluate
               If WS-CNV-WORST-RC >= 8
                   Close TODYNCVI-FILE
               End-If
           End-If
           EXIT.


       Convert-One-Record.
           Add 1 To WS-CNV-READ
           Move Spaces To WS-LVR-IMAGE
           Evaluate WS-CNV-KIND
               When 'RES'
                   Move WS-CVI-REC(1:WS-CVI-LEN) To WS-LVR-IMAGE
                   Move WS-CVI-LEN To WS-LVR-LEN
                   Perform Convert-Result-Image
               When 'AUD'
                   Move WS-CVI-REC(1:WS-CVI-LEN) To WS-LVR-IMAGE
                   Move WS-CVI-LEN To WS-LVR-LEN
                   Perform Convert-Audit-Image
               When Other
                   Perform Convert-Transport-Record
           End-Evaluate
           EXIT.


       Convert-Result-Image.
           Perform Upgrade-Result-Image
           Move 'RES' To WS-CNV-IMAGE-KIND
           Perform Tally-Version
           If WS-LVR-OUTCOME Not = 'R'
               If WS-CNV-KIND = 'RES'
                   Write WS-ARCHIVE-RESULT-REC From WS-RESULT-REC
               Else
                   Move 'RES'         To XPT-REC-TYPE
                   Move WS-RESULT-REC To XPT-IMAGE
                   Write WS-TRANSPORT-REC
                   Add 1 To WS-CNV-RES-OUT
               End-If
               Add 1 To WS-CNV-WRITTEN
           End-If
           EXIT.


       Convert-Audit-Image.
           Perform Upgrade-Audit-Image
           Move 'AUD' To WS-CNV-IMAGE-KIND
           Perform Tally-Version
           If WS-LVR-OUTCOME Not = 'R'
               If WS-CNV-KIND = 'AUD'
                   Write WS-ARCHIVE-AUDIT-REC From WS-AUDIT-REC
               Else
                   Move 'AUD'        To XPT-REC-TYPE
                   Move WS-AUDIT-REC To XPT-IMAGE
                   Write WS-TRANSPORT-REC
                   Add 1 To WS-CNV-AUD-OUT
               End-If
               Add 1 To WS-CNV-WRITTEN
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A transport record is a 3-byte type in front of the
      *    image; the header and trailer are rebuilt rather than
      *    converted.
      *--------------------------------------------------------------
       Convert-Transport-Record.
           If WS-CVI-LEN > 3
               Compute WS-CNV-IMAGE-LEN = WS-CVI-LEN - 3
               Move WS-CVI-REC(4:WS-CNV-IMAGE-LEN) To WS-LVR-IMAGE
               Move WS-CNV-IMAGE-LEN To WS-LVR-LEN
           Else
               Move 0 To WS-LVR-LEN
           End-If
           Evaluate WS-CVI-REC(1:3)
               When 'HDR'
                   Move Spaces             To WS-TRANSPORT-REC
                   Move 'HDR'              To XPT-REC-TYPE
                   Move WS-LVR-IMAGE(1:22) To XPT-IMAGE(1:22)
                   Move WS-RES-LAYOUT-VER  To XPT-HDR-RES-VER
                   Move WS-AUD-LAYOUT-VER  To XPT-HDR-AUD-VER
                   Write WS-TRANSPORT-REC
                   Add 1 To WS-CNV-CONTROL
               When 'RES'
                   Perform Convert-Result-Image
               When 'AUD'
                   Perform Convert-Audit-Image
               When 'TRL'
                   Move 'Y' To WS-CNV-TRL-SEEN-SW
                   Move Spaces         To WS-TRANSPORT-REC
                   Move 'TRL'          To XPT-REC-TYPE
                   Move WS-CNV-RES-OUT To XPT-TRL-RES-CNT
                   Move WS-CNV-AUD-OUT To XPT-TRL-AUD-CNT
                   Write WS-TRANSPORT-REC
                   Add 1 To WS-CNV-CONTROL
               When Other
                   Add 1 To WS-CNV-BAD-RECS
           End-Evaluate
           EXIT.


       Tally-Version.
           Move 'N' To WS-VER-FOUND-SW
           Move 0   To WS-VER-HIT
           Perform Varying WS-VX From 1 By 1
                   Until WS-VX > WS-VER-COUNT
               If WS-VER-KIND(WS-VX) = WS-CNV-IMAGE-KIND
                   And WS-VER-VERSION(WS-VX) = WS-LVR-FROM-VER
                   Move 'Y' To WS-VER-FOUND-SW
                   Set WS-VER-HIT To WS-VX
                   Set WS-VX To WS-VER-COUNT
               End-If
           End-Perform
           If WS-VER-FOUND-SW = 'Y'
               Set WS-VX To WS-VER-HIT
           Else
               If WS-VER-COUNT < 20
                   Add 1 To WS-VER-COUNT
                   Set WS-VX To WS-VER-COUNT
                   Move WS-CNV-IMAGE-KIND To WS-VER-KIND(WS-VX)
                   Move WS-LVR-FROM-VER   To WS-VER-VERSION(WS-VX)
                   Move 0 To WS-VER-READ(WS-VX)
                   Move 0 To WS-VER-CURRENT(WS-VX)
                   Move 0 To WS-VER-UPGRADED(WS-VX)
                   Move 0 To WS-VER-REFUSED(WS-VX)
                   Move 'Y' To WS-VER-FOUND-SW
               End-If
           End-If
           If WS-VER-FOUND-SW = 'Y'
               Add 1 To WS-VER-READ(WS-VX)
               Evaluate WS-LVR-OUTCOME
                   When 'C'
                       Add 1 To WS-VER-CURRENT(WS-VX)
                   When 'U'
                       Add 1 To WS-VER-UPGRADED(WS-VX)
                   When Other
                       Add 1 To WS-VER-REFUSED(WS-VX)
               End-Evaluate
           End-If
           If WS-LVR-OUTCOME = 'R'
               Add 1 To WS-CNV-REFUSED
           End-If
           EXIT.


       Close-Conversion-Files.
           Close TODYNCVI-FILE
           Evaluate WS-CNV-KIND
               When 'RES'
                   Close TODYNARR-FILE
               When 'AUD'
                   Close TODYNARA-FILE
               When Other
                   If WS-CNV-TRL-SEEN-SW = 'N'
                       Display '    *** NO TRAILER ON THE INPUT '
                               'TRANSPORT FILE - IT WAS TRUNCATED; '
                               'RE-SEND IT BEFORE CONVERTING ***'
                       Move 8 To WS-CNV-WORST-RC
                   End-If
                   Close TODYNXPF-FILE
           End-Evaluate
           EXIT.


       Print-Conversion-Report.
           Display ' '
           Display 'TODYNCNV RECORD-LAYOUT CONVERSION'
           Display '  Input kind ' WS-CNV-KIND
                   '   current layouts: results ' WS-RES-LAYOUT-VER
                   '  audit ' WS-AUD-LAYOUT-VER
           Display '=================================================='
           Display '  KIND  VERSION     READ  CURRENT UPGRADED REFUSED'
           Display '  ------------------------------------------------'
           Perform Varying WS-VX From 1 By 1
                   Until WS-VX > WS-VER-COUNT
               Move WS-VER-READ(WS-VX)     To WS-SHOW-CNT
               Move WS-VER-CURRENT(WS-VX)  To WS-SHOW-CNT2
               Move WS-VER-UPGRADED(WS-VX) To WS-SHOW-CNT3
               Move WS-VER-REFUSED(WS-VX)  To WS-SHOW-CNT4
               Display '  ' WS-VER-KIND(WS-VX) '     '
                       WS-VER-VERSION(WS-VX) '   ' WS-SHOW-CNT ' '
                       WS-SHOW-CNT2 ' ' WS-SHOW-CNT3 ' ' WS-SHOW-CNT4
           End-Perform
           Display '  ------------------------------------------------'
           Move WS-CNV-READ To WS-SHOW-CNT
           Display '  Records read  . . . . . . . . . : ' WS-SHOW-CNT
           Move WS-CNV-WRITTEN To WS-SHOW-CNT
           Display '  Images written at current layout : ' WS-SHOW-CNT
           If WS-CNV-KIND = 'XPF'
               Move WS-CNV-CONTROL To WS-SHOW-CNT
               Display '  Header/trailer records rebuilt  : '
                       WS-SHOW-CNT
               Move WS-CNV-BAD-RECS To WS-SHOW-CNT
               Display '  Unrecognized records dropped  . : '
                       WS-SHOW-CNT
           End-If
           Move WS-CNV-REFUSED To WS-SHOW-CNT
           Display '  Images refused (newer layout)  . : ' WS-SHOW-CNT
           If WS-CNV-REFUSED > 0
               Display '  *** REFUSED IMAGES ARE NOT IN THE OUTPUT - '
                       'DO NOT RELOAD FROM IT ***'
           End-If
           Display '=================================================='
           EXIT.


      *--------------------------------------------------------------
      *    Record-layout upgrade  (shared copybooks)
      *--------------------------------------------------------------
           COPY RLVRTN.
           COPY ALVRTN.
