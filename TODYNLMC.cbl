       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNLMC.
      *===============================================================
      *     Load-module attribute catalog.  A call's cost moves when
      *     its target is relinked - a different size, AMODE/RMODE
      *     or reentrancy changes what a load and a call cost - and
      *     without a record of the relink that movement reads as
      *     a regression (or hides one).  This program keeps
      *     TODYNLMA: one row per module per link stamp, holding the
      *     module's size, AMODE, RMODE and reentrancy and the dates
      *     the catalog first and last saw it.  The measurement
      *     programs stamp every TODYNRES record with the attribute
      *     version current for its module (RR-ATTR-VER, LMARTN.cpy)
      *     and the readers split or flag comparisons that straddle
      *     a change of version.
      *
      *     The modules catalogued are every one the suite measures:
      *     A31BR14, the TODYNCTL override module and every TODYNMLS
      *     entry.  Two passes, run as consecutive steps of
      *     jcl/TODYNLMC.jcl:
      *
      *     PARM='CARDS' - writes one AMBLIST control card per module
      *                    to TODYNAMC:
      *                      LISTLOAD OUTPUT=MAP,DDN=LOADLIB,MEMBER=x
      *     (no PARM)    - reads the AMBLIST listing back (TODYNAML)
      *                    and catalogs each module summary in it.
      *                    The lines read, by their captions:
      *                      MEMBER NAME:                 module
      *                      AMODE OF MAIN ENTRY POINT:   AMODE
      *                      RMODE:                       RMODE
      *                      RENT / NOT-RENT              reentrancy
      *                      MODULE SIZE (HEX):           size
      *                      ...PRODUCED BY ... ON date AT time
      *                                                   link stamp
      *                    with the date as MM/DD/YYYY, YYYY/DDD,
      *                    YYYY.DDD or YY.DDD.
      *
      *     A link stamp already on file only has its last-seen
      *     date refreshed.  A new one is added as the module's next
      *     attribute version and reported RELINKED with the
      *     version it replaces; a module found back on an older
      *     stamp (a backed-out relink) is reported RESTORED.  The
      *     row found is marked current and the module's other rows
      *     unmarked.
      *
      *     RC 0 clean (relinks are news, not errors), RC 4 when a
      *     module was missing from the listing or its link stamp
      *     could not be read, RC 8 when a file could not be opened.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LMASEL.
           COPY AMBSEL.
           COPY MLSSEL.
           COPY CTLSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY LMAFD.
           COPY AMBFD.
           COPY MLSFD.
           COPY CTLFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY LMAWS.
           COPY AMBWS.
           COPY MLSWS.
           COPY CTLWS.

       01  WS-LMC-MODE            PIC  X(01)  Value 'L'.
       01  WS-LMC-WORST-RC        PIC  9(02)  COMP-5  Value 0.
       01  WS-LMC-TODAY           PIC  X(08)  Value Spaces.
       01  WS-LMC-CARD-CNT        PIC  9(03)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    The modules to catalog, and what became of each.
      *---------------------------------------------------------------
       01  WS-LMC-MOD-COUNT       PIC  9(03)  COMP-5  Value 0.
       01  WS-LMC-MOD-TABLE.
           05 WS-LMC-MOD-ROW OCCURS 60 TIMES.
              10 WS-LMC-MOD-NAME  PIC X(08).
      *       NEW, UNCHANGED, RELINKED, RESTORED, NO STAMP - or
      *       blank when the listing never named the module.
              10 WS-LMC-MOD-OUTCOME
                                  PIC X(10).
              10 WS-LMC-MOD-VER   PIC 9(04).
              10 WS-LMC-MOD-DATE  PIC X(08).
              10 WS-LMC-MOD-TIME  PIC X(06).
              10 WS-LMC-MOD-SIZE  PIC 9(09).
              10 WS-LMC-MOD-AMODE PIC X(03).
              10 WS-LMC-MOD-RMODE PIC X(03).
              10 WS-LMC-MOD-RENT  PIC X(01).
              10 WS-LMC-PREV-VER  PIC 9(04).
              10 WS-LMC-PREV-DATE PIC X(08).
              10 WS-LMC-PREV-TIME PIC X(06).
              10 WS-LMC-PREV-SIZE PIC 9(09).
       01  WS-LMC-MX              PIC  9(03)  COMP-5  Value 0.
       01  WS-LMC-MOD-HIT         PIC  9(03)  COMP-5  Value 0.
       01  WS-LMC-ADD-NAME        PIC  X(08)  Value Spaces.

      *---------------------------------------------------------------
      *    The module summary being read from the listing.
      *---------------------------------------------------------------
       01  WS-LMC-IN-BLOCK-SW     PIC  X(01)  Value 'N'.
       01  WS-LMC-CUR.
           05 WS-LMC-CUR-MODULE   PIC X(08).
           05 WS-LMC-CUR-DATE     PIC X(08).
           05 WS-LMC-CUR-TIME     PIC X(06).
           05 WS-LMC-CUR-SIZE     PIC 9(10)  COMP-5.
           05 WS-LMC-CUR-AMODE    PIC X(03).
           05 WS-LMC-CUR-RMODE    PIC X(03).
           05 WS-LMC-CUR-RENT     PIC X(01).

      *---------------------------------------------------------------
      *    Listing scan work fields.  WS-LMC-POS comes back on the
      *    first character of the value after the caption.
      *---------------------------------------------------------------
       01  WS-LMC-KEYWORD         PIC  X(30)  Value Spaces.
       01  WS-LMC-KEY-LEN         PIC  9(03)  COMP-5  Value 0.
       01  WS-LMC-POS             PIC  9(03)  COMP-5  Value 0.
       01  WS-LMC-VALUE           PIC  X(20)  Value Spaces.
       01  WS-LMC-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-LMC-TALLY           PIC  9(03)  COMP-5  Value 0.
       01  WS-LMC-HEX-DIGITS      PIC  X(16)
                                  Value '0123456789ABCDEF'.
       01  WS-LMC-HX              PIC  9(02)  COMP-5  Value 0.
       01  WS-LMC-DX              PIC  9(02)  COMP-5  Value 0.
       01  WS-LMC-DATE-TOK        PIC  X(12)  Value Spaces.
       01  WS-LMC-AT-TOK          PIC  X(04)  Value Spaces.
       01  WS-LMC-TIME-TOK        PIC  X(10)  Value Spaces.
       01  WS-LMC-JUL-X           PIC  X(07)  Value Spaces.
       01  WS-LMC-JUL-9 REDEFINES WS-LMC-JUL-X
                                  PIC  9(07).
       01  WS-LMC-GREG            PIC  9(08)  Value 0.

      *---------------------------------------------------------------
      *    Catalog update work fields.
      *---------------------------------------------------------------
       01  WS-LMC-NEW-KEY         PIC  X(22)  Value Spaces.
       01  WS-LMC-HIGH-VER        PIC  9(04)  Value 0.
       01  WS-LMC-WAS-CURRENT     PIC  X(01)  Value Space.

       01  WS-LMC-COUNTERS.
           05 WS-LMC-NEW-CNT      PIC 9(03)  COMP-5  Value 0.
           05 WS-LMC-SAME-CNT     PIC 9(03)  COMP-5  Value 0.
           05 WS-LMC-RELINK-CNT   PIC 9(03)  COMP-5  Value 0.
           05 WS-LMC-RESTORE-CNT  PIC 9(03)  COMP-5  Value 0.
           05 WS-LMC-MISSING-CNT  PIC 9(03)  COMP-5  Value 0.
           05 WS-LMC-NOSTAMP-CNT  PIC 9(03)  COMP-5  Value 0.

       01  WS-SHOW-SIZE           PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-SIZE2          PIC  ZZZ,ZZZ,ZZ9.
       01  WS-SHOW-CNT            PIC  ZZ9.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN >= 5
               If LS-PARM-TEXT(1:5) = 'CARDS'
                   Move 'C' To WS-LMC-MODE
               End-If
           End-If
           Move Function Current-Date(1:8) To WS-LMC-TODAY
           Perform Read-Control-File
           Perform Build-Catalog-List
           If WS-LMC-MODE = 'C'
               Perform Write-Listload-Cards
           Else
               Perform Catalog-From-Listing
           End-If
           Move WS-LMC-WORST-RC To RETURN-CODE
           GOBACK.


      *--------------------------------------------------------------
      *    Every module the suite measures: the A31BR14 default,
      *    the TODYNCTL override and the campaign list, each once.
      *--------------------------------------------------------------
       Build-Catalog-List.
           Move 'A31BR14' To WS-LMC-ADD-NAME
           Perform Add-Catalog-Module
           If WS-CTL-MODULE-NAME Not = Spaces
               Move WS-CTL-MODULE-NAME To WS-LMC-ADD-NAME
               Perform Add-Catalog-Module
           End-If
           Open Input TODYNMLS-FILE
           If WS-MLSFILE-STATUS = '00'
               Move 'N' To WS-MLS-EOF-SW
               Perform Until WS-MLS-EOF-SW = 'Y'
                   Read TODYNMLS-FILE
                       At End
                           Move 'Y' To WS-MLS-EOF-SW
                       Not At End
                           If MLS-MODULE-NAME Not = Spaces
                               And MLS-MODULE-NAME(1:1) Not = '*'
                               Move MLS-MODULE-NAME To WS-LMC-ADD-NAME
                               Perform Add-Catalog-Module
                           End-If
                   End-Read
               End-Perform
               Close TODYNMLS-FILE
           End-If
           EXIT.


       Add-Catalog-Module.
           Move WS-LMC-ADD-NAME To WS-LMC-CUR-MODULE
           Perform Find-Catalog-Module
           If WS-LMC-MOD-HIT = 0
               If WS-LMC-MOD-COUNT < 60
                   Add 1 To WS-LMC-MOD-COUNT
                   Move WS-LMC-MOD-COUNT To WS-LMC-MX
                   Initialize WS-LMC-MOD-ROW(WS-LMC-MX)
                   Move WS-LMC-ADD-NAME To WS-LMC-MOD-NAME(WS-LMC-MX)
               Else
                   Display '    *** MORE THAN 60 MODULES TO CATALOG - '
                           WS-LMC-ADD-NAME ' LEFT OUT ***'
               End-If
           End-If
           EXIT.


       Find-Catalog-Module.
           Move 0 To WS-LMC-MOD-HIT
           Perform Varying WS-LMC-MX From 1 By 1
                   Until WS-LMC-MX > WS-LMC-MOD-COUNT
               If WS-LMC-MOD-NAME(WS-LMC-MX) = WS-LMC-CUR-MODULE
                   Move WS-LMC-MX To WS-LMC-MOD-HIT
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    PARM='CARDS' - AMBLIST's SYSIN, one LISTLOAD per module.
      *--------------------------------------------------------------
       Write-Listload-Cards.
           Open Output TODYNAMC-FILE
           If WS-AMCFILE-STATUS Not = '00'
               Display '    *** TODYNAMC NOT OPENABLE (STATUS '
                       WS-AMCFILE-STATUS ') - NO CONTROL CARDS ***'
               Move 8 To WS-LMC-WORST-RC
           Else
               Perform Varying WS-LMC-MX From 1 By 1
                       Until WS-LMC-MX > WS-LMC-MOD-COUNT
                   Move Spaces To WS-AMBLIST-CARD
                   String ' LISTLOAD OUTPUT=MAP,DDN=LOADLIB,MEMBER='
                              Delimited By Size
                          WS-LMC-MOD-NAME(WS-LMC-MX)
                              Delimited By Space
                       Into WS-AMBLIST-CARD
                   End-String
                   Write WS-AMBLIST-CARD
                   Add 1 To WS-LMC-CARD-CNT
               End-Perform
               Close TODYNAMC-FILE
               Move WS-LMC-CARD-CNT To WS-SHOW-CNT
               Display 'TODYNLMC - ' WS-SHOW-CNT ' LISTLOAD card(s) '
                       'written for AMBLIST'
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Catalog pass - read the AMBLIST listing one line at a
      *    time; each MEMBER NAME line opens a module summary and
      *    closes the one before it.
      *--------------------------------------------------------------
       Catalog-From-Listing.
           Open Input TODYNAML-FILE
           If WS-AMLFILE-STATUS Not = '00'
               Display '    *** TODYNAML NOT AVAILABLE (STATUS '
                       WS-AMLFILE-STATUS ') - NOTHING CATALOGED ***'
               Move 8 To WS-LMC-WORST-RC
           Else
               Open I-O TODYNLMA-FILE
               If WS-LMAFILE-STATUS = '35'
                   Open Output TODYNLMA-FILE
                   Close TODYNLMA-FILE
                   Open I-O TODYNLMA-FILE
               End-If
               If WS-LMAFILE-STATUS Not = '00'
                   Display '    *** TODYNLMA NOT OPENABLE (STATUS '
                           WS-LMAFILE-STATUS ') - NOTHING '
                           'CATALOGED ***'
                   Move 8 To WS-LMC-WORST-RC
                   Close TODYNAML-FILE
               Else
                   Move 'N' To WS-EOF-SW
                   Perform Until WS-EOF-SW = 'Y'
                       Read TODYNAML-FILE
                           At End
                               Move 'Y' To WS-EOF-SW
                           Not At End
                               Perform Scan-Listing-Line
                       End-Read
                   End-Perform
                   If WS-LMC-IN-BLOCK-SW = 'Y'
                       Perform Finish-Module-Block
                   End-If
                   Close TODYNAML-FILE
                   Close TODYNLMA-FILE
                   Perform Print-Catalog-Report
               End-If
           End-If
           EXIT.


       Scan-Listing-Line.
           Move 'MEMBER NAME:' To WS-LMC-KEYWORD
           Move 12             To WS-LMC-KEY-LEN
           Perform Find-Listing-Value
           If WS-LMC-FOUND-SW = 'Y'
               If WS-LMC-IN-BLOCK-SW = 'Y'
                   Perform Finish-Module-Block
               End-If
               Move Spaces To WS-LMC-CUR
               Move 0      To WS-LMC-CUR-SIZE
               Move WS-LMC-VALUE(1:8) To WS-LMC-CUR-MODULE
               Move 'Y' To WS-LMC-IN-BLOCK-SW
           End-If
           If WS-LMC-IN-BLOCK-SW = 'Y'
               Perform Scan-Module-Attributes
           End-If
           EXIT.


       Scan-Module-Attributes.
           Move 'AMODE OF MAIN ENTRY POINT:' To WS-LMC-KEYWORD
           Move 26 To WS-LMC-KEY-LEN
           Perform Find-Listing-Value
           If WS-LMC-FOUND-SW = 'Y'
               Move WS-LMC-VALUE(1:3) To WS-LMC-CUR-AMODE
           End-If
           Move 'RMODE:' To WS-LMC-KEYWORD
           Move 6        To WS-LMC-KEY-LEN
           Perform Find-Listing-Value
           If WS-LMC-FOUND-SW = 'Y'
               Move WS-LMC-VALUE(1:3) To WS-LMC-CUR-RMODE
           End-If
           Move 'MODULE SIZE (HEX):' To WS-LMC-KEYWORD
           Move 18 To WS-LMC-KEY-LEN
           Perform Find-Listing-Value
           If WS-LMC-FOUND-SW = 'Y'
               Perform Convert-Hex-Size
           End-If
           Move 0 To WS-LMC-TALLY
           Inspect WS-AMBLIST-LINE Tallying WS-LMC-TALLY
               For All 'PRODUCED BY'
           If WS-LMC-TALLY > 0
               Perform Parse-Link-Stamp
           End-If
      *    The attribute bits print RENT or NOT-RENT; a NOT-RENT
      *    anywhere in the summary wins.
           Move 0 To WS-LMC-TALLY
           Inspect WS-AMBLIST-LINE Tallying WS-LMC-TALLY
               For All 'NOT-RENT'
           If WS-LMC-TALLY > 0
               Move 'N' To WS-LMC-CUR-RENT
           Else
               Inspect WS-AMBLIST-LINE Tallying WS-LMC-TALLY
                   For All ' RENT '
               If WS-LMC-TALLY > 0 And WS-LMC-CUR-RENT = Space
                   Move 'Y' To WS-LMC-CUR-RENT
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Locate WS-LMC-KEYWORD(1:WS-LMC-KEY-LEN) in the listing
      *    line and pick up the word after it (blanks skipped,
      *    ended by a blank or a comma).
      *--------------------------------------------------------------
       Find-Listing-Value.
           Move 'N'    To WS-LMC-FOUND-SW
           Move Spaces To WS-LMC-VALUE
           Move 0      To WS-LMC-POS
           Inspect WS-AMBLIST-LINE Tallying WS-LMC-POS
               For Characters
                   Before Initial WS-LMC-KEYWORD(1:WS-LMC-KEY-LEN)
           If WS-LMC-POS < 121
               Move 'Y' To WS-LMC-FOUND-SW
               Compute WS-LMC-POS = WS-LMC-POS + WS-LMC-KEY-LEN + 1
               Perform Until WS-LMC-POS > 121
                       Or WS-AMBLIST-LINE(WS-LMC-POS:1) Not = Space
                   Add 1 To WS-LMC-POS
               End-Perform
               If WS-LMC-POS <= 121
                   Unstring WS-AMBLIST-LINE(WS-LMC-POS:)
                       Delimited By Space Or ','
                       Into WS-LMC-VALUE
                   End-Unstring
               End-If
           End-If
           EXIT.


       Convert-Hex-Size.
           Move 0 To WS-LMC-CUR-SIZE
           Perform Varying WS-LMC-HX From 1 By 1
                   Until WS-LMC-HX > 8
                      Or WS-LMC-VALUE(WS-LMC-HX:1) = Space
               Move 0 To WS-LMC-DX
               Inspect WS-LMC-HEX-DIGITS Tallying WS-LMC-DX
                   For Characters
                       Before Initial WS-LMC-VALUE(WS-LMC-HX:1)
               If WS-LMC-DX < 16
                   Compute WS-LMC-CUR-SIZE =
                       (WS-LMC-CUR-SIZE * 16) + WS-LMC-DX
               End-If
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    '... PRODUCED BY ... ON date AT time' - the link stamp.
      *--------------------------------------------------------------
       Parse-Link-Stamp.
           Move ' ON ' To WS-LMC-KEYWORD
           Move 4      To WS-LMC-KEY-LEN
           Perform Find-Listing-Value
           If WS-LMC-FOUND-SW = 'Y' And WS-LMC-POS <= 121
               Move Spaces To WS-LMC-DATE-TOK
               Move Spaces To WS-LMC-AT-TOK
               Move Spaces To WS-LMC-TIME-TOK
               Unstring WS-AMBLIST-LINE(WS-LMC-POS:)
                   Delimited By All Space
                   Into WS-LMC-DATE-TOK WS-LMC-AT-TOK WS-LMC-TIME-TOK
               End-Unstring
               Perform Convert-Link-Date
               Move Spaces To WS-LMC-CUR-TIME
               If WS-LMC-AT-TOK = 'AT'
                   And WS-LMC-TIME-TOK(3:1) = ':'
                   And WS-LMC-TIME-TOK(6:1) = ':'
                   String WS-LMC-TIME-TOK(1:2) Delimited By Size
                          WS-LMC-TIME-TOK(4:2) Delimited By Size
                          WS-LMC-TIME-TOK(7:2) Delimited By Size
                       Into WS-LMC-CUR-TIME
                   End-String
               End-If
           End-If
           EXIT.


       Convert-Link-Date.
           Move Spaces To WS-LMC-CUR-DATE
           Move Spaces To WS-LMC-JUL-X
           Evaluate True
               When WS-LMC-DATE-TOK(3:1) = '/'
                   And WS-LMC-DATE-TOK(6:1) = '/'
                   And WS-LMC-DATE-TOK(1:2) Numeric
                   And WS-LMC-DATE-TOK(4:2) Numeric
                   And WS-LMC-DATE-TOK(7:4) Numeric
                   String WS-LMC-DATE-TOK(7:4) Delimited By Size
                          WS-LMC-DATE-TOK(1:2) Delimited By Size
                          WS-LMC-DATE-TOK(4:2) Delimited By Size
                       Into WS-LMC-CUR-DATE
                   End-String
               When (WS-LMC-DATE-TOK(5:1) = '/'
                       Or WS-LMC-DATE-TOK(5:1) = '.')
                   And WS-LMC-DATE-TOK(1:4) Numeric
                   And WS-LMC-DATE-TOK(6:3) Numeric
                   Move WS-LMC-DATE-TOK(1:4) To WS-LMC-JUL-X(1:4)
                   Move WS-LMC-DATE-TOK(6:3) To WS-LMC-JUL-X(5:3)
               When WS-LMC-DATE-TOK(3:1) = '.'
                   And WS-LMC-DATE-TOK(1:2) Numeric
                   And WS-LMC-DATE-TOK(4:3) Numeric
                   If WS-LMC-DATE-TOK(1:2) < '70'
                       Move '20' To WS-LMC-JUL-X(1:2)
                   Else
                       Move '19' To WS-LMC-JUL-X(1:2)
                   End-If
                   Move WS-LMC-DATE-TOK(1:2) To WS-LMC-JUL-X(3:2)
                   Move WS-LMC-DATE-TOK(4:3) To WS-LMC-JUL-X(5:3)
               When Other
                   Continue
           End-Evaluate
           If WS-LMC-JUL-X Not = Spaces
               If WS-LMC-JUL-X(5:3) >= '001'
                   And WS-LMC-JUL-X(5:3) <= '366'
                   Compute WS-LMC-GREG = Function Date-of-Integer
                       (Function Integer-of-Day(WS-LMC-JUL-9))
                   Move WS-LMC-GREG To WS-LMC-CUR-DATE
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One module summary read - catalog it, or report why not.
      *--------------------------------------------------------------
       Finish-Module-Block.
           Move 'N' To WS-LMC-IN-BLOCK-SW
           Perform Find-Catalog-Module
           If WS-LMC-MOD-HIT = 0
               Move WS-LMC-CUR-MODULE To WS-LMC-ADD-NAME
               Perform Add-Catalog-Module
               Perform Find-Catalog-Module
           End-If
           If WS-LMC-MOD-HIT > 0
               If WS-LMC-CUR-DATE = Spaces
                   Move 'NO STAMP' To WS-LMC-MOD-OUTCOME(WS-LMC-MOD-HIT)
                   Add 1 To WS-LMC-NOSTAMP-CNT
               Else
                   Perform Catalog-Module-Attrs
               End-If
           End-If
           EXIT.


       Catalog-Module-Attrs.
           Move WS-LMC-CUR-MODULE To LMA-KEY-MODULE
           Move WS-LMC-CUR-DATE   To LMA-KEY-LINK-DATE
           Move WS-LMC-CUR-TIME   To LMA-KEY-LINK-TIME
           Move LMA-KEY           To WS-LMC-NEW-KEY
           Move WS-LMC-MOD-HIT    To WS-LMC-MX
           Perform Find-Highest-Attr-Version
           Move WS-LMC-NEW-KEY    To LMA-KEY
           Read TODYNLMA-FILE
               Invalid Key
                   Perform Add-Attr-Version
               Not Invalid Key
                   Perform Refresh-Attr-Version
           End-Read
           Perform Clear-Other-Current-Rows
           Move WS-LMC-CUR-DATE  To WS-LMC-MOD-DATE(WS-LMC-MX)
           Move WS-LMC-CUR-TIME  To WS-LMC-MOD-TIME(WS-LMC-MX)
           Move WS-LMC-CUR-SIZE  To WS-LMC-MOD-SIZE(WS-LMC-MX)
           Move WS-LMC-CUR-AMODE To WS-LMC-MOD-AMODE(WS-LMC-MX)
           Move WS-LMC-CUR-RMODE To WS-LMC-MOD-RMODE(WS-LMC-MX)
           Move WS-LMC-CUR-RENT  To WS-LMC-MOD-RENT(WS-LMC-MX)
           EXIT.


      *--------------------------------------------------------------
      *    Walk the module's rows: the highest version so far, and
      *    the row currently marked current (what the measurements
      *    have been stamped with up to now).
      *--------------------------------------------------------------
       Find-Highest-Attr-Version.
           Move 0      To WS-LMC-HIGH-VER
           Move 0      To WS-LMC-PREV-VER(WS-LMC-MX)
           Move Spaces To WS-LMC-PREV-DATE(WS-LMC-MX)
           Move Spaces To WS-LMC-PREV-TIME(WS-LMC-MX)
           Move 0      To WS-LMC-PREV-SIZE(WS-LMC-MX)
           Move WS-LMC-CUR-MODULE To LMA-KEY-MODULE
           Move Low-Values        To LMA-KEY-LINK-DATE
           Move Low-Values        To LMA-KEY-LINK-TIME
           Move 'N' To WS-LMA-EOF-SW
           Start TODYNLMA-FILE Key Not < LMA-KEY
               Invalid Key
                   Move 'Y' To WS-LMA-EOF-SW
           End-Start
           Perform Until WS-LMA-EOF-SW = 'Y'
               Read TODYNLMA-FILE Next Record
                   At End
                       Move 'Y' To WS-LMA-EOF-SW
                   Not At End
                       If LMA-KEY-MODULE Not = WS-LMC-CUR-MODULE
                           Move 'Y' To WS-LMA-EOF-SW
                       Else
                           If LMA-ATTR-VER > WS-LMC-HIGH-VER
                               Move LMA-ATTR-VER To WS-LMC-HIGH-VER
                           End-If
                           If LMA-CURRENT-SW = 'Y'
                               Move LMA-ATTR-VER
                                   To WS-LMC-PREV-VER(WS-LMC-MX)
                               Move LMA-KEY-LINK-DATE
                                   To WS-LMC-PREV-DATE(WS-LMC-MX)
                               Move LMA-KEY-LINK-TIME
                                   To WS-LMC-PREV-TIME(WS-LMC-MX)
                               Move LMA-MODULE-SIZE
                                   To WS-LMC-PREV-SIZE(WS-LMC-MX)
                           End-If
                       End-If
               End-Read
           End-Perform
           EXIT.


       Add-Attr-Version.
           Move Spaces            To WS-LMA-REC
           Move WS-LMC-NEW-KEY    To LMA-KEY
           Compute LMA-ATTR-VER = WS-LMC-HIGH-VER + 1
           Move WS-LMC-CUR-SIZE   To LMA-MODULE-SIZE
           Move WS-LMC-CUR-AMODE  To LMA-AMODE
           Move WS-LMC-CUR-RMODE  To LMA-RMODE
           Move WS-LMC-CUR-RENT   To LMA-RENT
           Move 'Y'               To LMA-CURRENT-SW
           Move WS-LMC-TODAY      To LMA-FIRST-SEEN
           Move WS-LMC-TODAY      To LMA-LAST-SEEN
           Write WS-LMA-REC
               Invalid Key
                   Display '    *** TODYNLMA WRITE FAILED FOR '
                           LMA-KEY ' ***'
           End-Write
           Move LMA-ATTR-VER To WS-LMC-MOD-VER(WS-LMC-MX)
           If WS-LMC-HIGH-VER = 0
               Move 'NEW' To WS-LMC-MOD-OUTCOME(WS-LMC-MX)
               Add 1 To WS-LMC-NEW-CNT
           Else
               Move 'RELINKED' To WS-LMC-MOD-OUTCOME(WS-LMC-MX)
               Add 1 To WS-LMC-RELINK-CNT
           End-If
           EXIT.


      *    A stamp already on file - the same link of the module,
      *    seen again; or, when another row was current, an older
      *    link put back in the library.
       Refresh-Attr-Version.
           Move LMA-CURRENT-SW   To WS-LMC-WAS-CURRENT
           Move WS-LMC-CUR-SIZE  To LMA-MODULE-SIZE
           Move WS-LMC-CUR-AMODE To LMA-AMODE
           Move WS-LMC-CUR-RMODE To LMA-RMODE
           Move WS-LMC-CUR-RENT  To LMA-RENT
           Move 'Y'              To LMA-CURRENT-SW
           Move WS-LMC-TODAY     To LMA-LAST-SEEN
           Rewrite WS-LMA-REC
               Invalid Key
                   Display '    *** TODYNLMA REWRITE FAILED FOR '
                           LMA-KEY ' ***'
           End-Rewrite
           Move LMA-ATTR-VER To WS-LMC-MOD-VER(WS-LMC-MX)
           If WS-LMC-WAS-CURRENT = 'Y'
               Or WS-LMC-PREV-VER(WS-LMC-MX) = 0
               Move 'UNCHANGED' To WS-LMC-MOD-OUTCOME(WS-LMC-MX)
               Add 1 To WS-LMC-SAME-CNT
           Else
               Move 'RESTORED' To WS-LMC-MOD-OUTCOME(WS-LMC-MX)
               Add 1 To WS-LMC-RESTORE-CNT
           End-If
           EXIT.


       Clear-Other-Current-Rows.
           Move WS-LMC-CUR-MODULE To LMA-KEY-MODULE
           Move Low-Values        To LMA-KEY-LINK-DATE
           Move Low-Values        To LMA-KEY-LINK-TIME
           Move 'N' To WS-LMA-EOF-SW
           Start TODYNLMA-FILE Key Not < LMA-KEY
               Invalid Key
                   Move 'Y' To WS-LMA-EOF-SW
           End-Start
           Perform Until WS-LMA-EOF-SW = 'Y'
               Read TODYNLMA-FILE Next Record
                   At End
                       Move 'Y' To WS-LMA-EOF-SW
                   Not At End
                       If LMA-KEY-MODULE Not = WS-LMC-CUR-MODULE
                           Move 'Y' To WS-LMA-EOF-SW
                       Else
                           If LMA-CURRENT-SW = 'Y'
                               And LMA-KEY Not = WS-LMC-NEW-KEY
                               Move 'N' To LMA-CURRENT-SW
                               Rewrite WS-LMA-REC
                                   Invalid Key
                                       Continue
                               End-Rewrite
                           End-If
                       End-If
               End-Read
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    One line per module, with the version a relink replaced.
      *--------------------------------------------------------------
       Print-Catalog-Report.
           Display ' '
           Display 'TODYNLMC LOAD-MODULE ATTRIBUTE CATALOG  - '
                   WS-LMC-TODAY
           Display '=================================================='
           Display '  MODULE   VER  LINKED                 SIZE AMODE'
                   ' RMODE RENT  OUTCOME'
           Display '  ------------------------------------------------'
           Perform Varying WS-LMC-MX From 1 By 1
                   Until WS-LMC-MX > WS-LMC-MOD-COUNT
               Perform Print-Catalog-Line
           End-Perform
           Display '  ------------------------------------------------'
           Move WS-LMC-NEW-CNT To WS-SHOW-CNT
           Display '  Modules catalogued for the first time : '
                   WS-SHOW-CNT
           Move WS-LMC-SAME-CNT To WS-SHOW-CNT
           Display '  Unchanged since the last catalog run  : '
                   WS-SHOW-CNT
           Move WS-LMC-RELINK-CNT To WS-SHOW-CNT
           Display '  Relinked - new attribute version      : '
                   WS-SHOW-CNT
           Move WS-LMC-RESTORE-CNT To WS-SHOW-CNT
           Display '  Back on an older link (restored)      : '
                   WS-SHOW-CNT
           Move WS-LMC-MISSING-CNT To WS-SHOW-CNT
           Display '  Not in the AMBLIST listing            : '
                   WS-SHOW-CNT
           Move WS-LMC-NOSTAMP-CNT To WS-SHOW-CNT
           Display '  Link stamp not readable               : '
                   WS-SHOW-CNT
           Display '=================================================='
           If (WS-LMC-MISSING-CNT > 0 Or WS-LMC-NOSTAMP-CNT > 0)
               And WS-LMC-WORST-RC < 4
               Move 4 To WS-LMC-WORST-RC
           End-If
           If WS-LMC-RELINK-CNT > 0 Or WS-LMC-RESTORE-CNT > 0
               Compute WS-LMC-TALLY =
                   WS-LMC-RELINK-CNT + WS-LMC-RESTORE-CNT
               Move WS-LMC-TALLY To WS-SHOW-CNT
               Display 'TODYNLMC ' WS-SHOW-CNT ' MEASURED MODULE(S) '
                       'RELINKED SINCE THE LAST CATALOG RUN'
                   Upon Console
           End-If
           EXIT.


       Print-Catalog-Line.
           If WS-LMC-MOD-OUTCOME(WS-LMC-MX) = Spaces
               Move 'NOT LISTED' To WS-LMC-MOD-OUTCOME(WS-LMC-MX)
               Add 1 To WS-LMC-MISSING-CNT
           End-If
           Evaluate WS-LMC-MOD-OUTCOME(WS-LMC-MX)
               When 'NOT LISTED'
                   Display '  ' WS-LMC-MOD-NAME(WS-LMC-MX)
                           '   *** NOT IN THE AMBLIST LISTING - '
                           'NOT IN TODYN.LOADLIB? ***'
               When 'NO STAMP'
                   Display '  ' WS-LMC-MOD-NAME(WS-LMC-MX)
                           '   *** LINK DATE NOT READABLE FROM THE '
                           'LISTING - NOT CATALOGED ***'
               When Other
                   Move WS-LMC-MOD-SIZE(WS-LMC-MX) To WS-SHOW-SIZE
                   Display '  ' WS-LMC-MOD-NAME(WS-LMC-MX) ' '
                           WS-LMC-MOD-VER(WS-LMC-MX) ' '
                           WS-LMC-MOD-DATE(WS-LMC-MX) ' '
                           WS-LMC-MOD-TIME(WS-LMC-MX) ' '
                           WS-SHOW-SIZE ' '
                           WS-LMC-MOD-AMODE(WS-LMC-MX) '   '
                           WS-LMC-MOD-RMODE(WS-LMC-MX) '   '
                           WS-LMC-MOD-RENT(WS-LMC-MX) '     '
                           WS-LMC-MOD-OUTCOME(WS-LMC-MX)
                   If WS-LMC-MOD-OUTCOME(WS-LMC-MX) = 'RELINKED'
                       Or WS-LMC-MOD-OUTCOME(WS-LMC-MX) = 'RESTORED'
                       Move WS-LMC-PREV-SIZE(WS-LMC-MX)
                           To WS-SHOW-SIZE2
                       Display '           replaces version '
                               WS-LMC-PREV-VER(WS-LMC-MX) ' linked '
                               WS-LMC-PREV-DATE(WS-LMC-MX) ' '
                               WS-LMC-PREV-TIME(WS-LMC-MX) ', '
                               WS-SHOW-SIZE2 ' bytes - results '
                               'either side are not compared'
                   End-If
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    Control/parameter file read  (shared copybook) - picks up
      *    the TODYNCTL override module (CTL-MODULE-NAME).
      *--------------------------------------------------------------
           COPY CTLREAD.
