       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       CBL DISPSIGN(SEP)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCSS.
      *===============================================================
      *     Production call-site scanner.  TODYNSAV can rank modules
      *     by payback, but the recompile project cannot be scoped
      *     until somebody knows which production programs reach
      *     each module and how: a CALL 'literal' in a program
      *     compiled DYNAM is the only call site a NODYNAM recompile
      *     turns static; a CALL 'literal' compiled NODYNAM is
      *     static already, and a CALL identifier stays dynamic
      *     whatever the option.  This program reads the production
      *     compile listings and/or source members (TODYNCSL) and
      *     writes one TODYNCSI record per CALL statement found -
      *     caller, called module, call form and the caller's
      *     DYNAM/NODYNAM option - for TODYNSAV to join.
      *
      *     Input: print lines, RECFM=FBA LRECL=133, any mix of
      *       - compiler listings: a compile unit starts at the
      *         'Options in effect:' heading; the DYNAM or NODYNAM
      *         line in that list is the caller's option; source
      *         lines carry a numeric LineID in bytes 3-8 and the
      *         card image from byte 18 (copybook text is already
      *         expanded, so calls made from COPY members count);
      *       - source members printed by IEBPTPCH TYPORG=PO: a
      *         member starts at the 'MEMBER NAME' heading, the
      *         card image is in bytes 2-81, and the option comes
      *         from any CBL/PROCESS card.  COPY members are NOT
      *         expanded here, so listings are the better input.
      *     A member with no option on its listing or cards gets the
      *     installation default from the PARM ('DYNAM' or
      *     'NODYNAM', NODYNAM when omitted - the compiler's own
      *     default).
      *
      *     The caller is the first PROGRAM-ID of the compile unit
      *     (the member name when none is found).  A CALL
      *     identifier is resolved to every literal of eight bytes
      *     or less the unit assigns to that identifier through a
      *     VALUE clause or a MOVE 'literal' TO identifier on one
      *     line; when nothing is found the site is still written,
      *     with the module left blank, so the count is honest.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CSLSEL.
           COPY CSISEL.

       DATA DIVISION.
       FILE SECTION.
           COPY CSLFD.
           COPY CSIFD.

       WORKING-STORAGE SECTION.

       01  WS-EOF-SW              PIC  X(01)  Value 'N'.

           COPY CSLWS.
           COPY CSIWS.

      *---------------------------------------------------------------
      *    The compile unit being scanned.  Form 'L' is a listing,
      *    'S' an IEBPTPCH source member, space before the first
      *    heading has been seen (such lines are taken as source).
      *---------------------------------------------------------------
       01  WS-CSS-UNIT.
           05 WS-CSS-UNIT-SW      PIC X(01)  Value 'N'.
           05 WS-CSS-FORM         PIC X(01)  Value Space.
           05 WS-CSS-MEMBER       PIC X(08)  Value Spaces.
           05 WS-CSS-CALLER       PIC X(08)  Value Spaces.
           05 WS-CSS-OPT          PIC X(01)  Value 'N'.
           05 WS-CSS-OPT-SOURCE   PIC X(01)  Value 'P'.
           05 WS-CSS-SOURCE-SW    PIC X(01)  Value 'N'.
           05 WS-CSS-CALL-PENDING PIC X(01)  Value 'N'.
       01  WS-CSS-DEFAULT-OPT     PIC  X(01)  Value 'N'.
       01  WS-CSS-SCAN-DATE       PIC  X(08)  Value Spaces.

      *---------------------------------------------------------------
      *    Call sites and literal assignments collected for the
      *    current unit, written out when the unit ends - a MOVE
      *    that feeds a CALL identifier can come after the CALL.
      *---------------------------------------------------------------
       01  WS-SITE-COUNT          PIC  9(04)  COMP-5  Value 0.
       01  WS-SITE-TABLE.
           05 WS-SITE-ROW OCCURS 300 TIMES INDEXED BY WS-SX.
              10 WS-SITE-FORM     PIC X(01).
              10 WS-SITE-NAME     PIC X(30).
       01  WS-ASG-COUNT           PIC  9(04)  COMP-5  Value 0.
       01  WS-ASG-TABLE.
           05 WS-ASG-ROW OCCURS 500 TIMES INDEXED BY WS-AX.
              10 WS-ASG-NAME      PIC X(30).
              10 WS-ASG-LITERAL   PIC X(08).
       01  WS-ASG-FOUND-SW        PIC  X(01)  Value 'N'.
       01  WS-ASG-LOOK-NAME       PIC  X(30)  Value Spaces.
       01  WS-ASG-LOOK-LITERAL    PIC  X(08)  Value Spaces.
       01  WS-ASG-HITS            PIC  9(04)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    One card image and the tokens cut from it.  A quoted
      *    literal is kept whole, quotes included, as one token.
      *---------------------------------------------------------------
       01  WS-CSS-CARD            PIC  X(80)  Value Spaces.
       01  WS-CSS-TEXT            PIC  X(80)  Value Spaces.
       01  WS-CSS-TEXT-LEN        PIC  9(03)  COMP-5  Value 0.
       01  WS-CSS-POS             PIC  9(03)  COMP-5  Value 0.
       01  WS-CSS-CHAR            PIC  X(01)  Value Space.
       01  WS-CSS-QUOTE           PIC  X(01)  Value Space.
       01  WS-CSS-HITS            PIC  9(04)  COMP-5  Value 0.
       01  WS-TOK-OPEN-SW         PIC  X(01)  Value 'N'.
       01  WS-TOK-QUOTE-SW        PIC  X(01)  Value 'N'.
       01  WS-TOK-COUNT           PIC  9(03)  COMP-5  Value 0.
       01  WS-TOK-TABLE.
           05 WS-TOK-ROW OCCURS 24 TIMES.
              10 WS-TOK           PIC X(32).
              10 WS-TOK-LEN       PIC 9(03)  COMP-5.
       01  WS-TX                  PIC  9(03)  COMP-5  Value 0.
       01  WS-TX2                 PIC  9(03)  COMP-5  Value 0.
       01  WS-CSS-LEVEL-NAME      PIC  X(30)  Value Spaces.
       01  WS-CSS-TARGET          PIC  X(32)  Value Spaces.
       01  WS-CSS-TARGET-LEN      PIC  9(03)  COMP-5  Value 0.
       01  WS-CSS-LIT             PIC  X(30)  Value Spaces.
       01  WS-CSS-LIT-LEN         PIC  9(03)  COMP-5  Value 0.

      *---------------------------------------------------------------
      *    Run counters for the summary, plus the per-unit counts
      *    printed on each unit's line.
      *---------------------------------------------------------------
       01  WS-CSS-COUNTERS.
           05 WS-CSS-LINE-CNT     PIC 9(09)  COMP-5  Value 0.
           05 WS-CSS-UNIT-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-LIST-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-SRC-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-DYN-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-NODYN-CNT    PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-DFLT-CNT     PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-LIT-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-IDENT-CNT    PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-UNRES-CNT    PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-OUT-CNT      PIC 9(07)  COMP-5  Value 0.
           05 WS-CSS-OVERFLOW-CNT PIC 9(07)  COMP-5  Value 0.
       01  WS-UNIT-LIT-CNT        PIC  9(04)  COMP-5  Value 0.
       01  WS-UNIT-IDENT-CNT      PIC  9(04)  COMP-5  Value 0.
       01  WS-UNIT-UNRES-CNT      PIC  9(04)  COMP-5  Value 0.
       01  WS-SHOW-CNT            PIC  ZZZ,ZZ9.
       01  WS-SHOW-LIT-CNT        PIC  ZZZ9.
       01  WS-SHOW-IDENT-CNT      PIC  ZZZ9.
       01  WS-SHOW-UNRES-CNT      PIC  ZZZ9.
       01  WS-SHOW-OPT            PIC  X(08)  Value Spaces.

       LINKAGE SECTION.
       01  LS-RUN-PARM.
           05 LS-PARM-LEN         PIC S9(4) COMP.
           05 LS-PARM-TEXT        PIC  X(17).

      *===============================================================
       PROCEDURE DIVISION USING LS-RUN-PARM.
      *---------------------------------------------------------------
       PROGRAM-MAIN.
           If LS-PARM-LEN >= 5
               If LS-PARM-TEXT(1:5) = 'DYNAM'
                   Move 'D' To WS-CSS-DEFAULT-OPT
               End-If
           End-If
           Move Function Current-Date(1:8) To WS-CSS-SCAN-DATE
           Open Input TODYNCSL-FILE
           If WS-CSLFILE-STATUS Not = '00'
               Display '    *** TODYNCSL NOT AVAILABLE (STATUS '
                       WS-CSLFILE-STATUS ') - NOTHING TO SCAN ***'
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Open Output TODYNCSI-FILE
           If WS-CSIFILE-STATUS Not = '00'
               Display '    *** TODYNCSI NOT WRITABLE (STATUS '
                       WS-CSIFILE-STATUS ') ***'
               Close TODYNCSL-FILE
               Move 8 To RETURN-CODE
               GOBACK
           End-If
           Display ' '
           Display 'TODYNCSS PRODUCTION CALL-SITE INVENTORY'
           Display '=================================================='
           Display ' CALLER    MEMBER    OPTION   LITERAL  IDENT'
                   '  UNRESOLVED'
           Display ' ---------------------------------------------'
                   '-----------'
           Perform Start-New-Unit
           Move 'N' To WS-EOF-SW
           Perform Until WS-EOF-SW = 'Y'
               Read TODYNCSL-FILE
                   At End
                       Move 'Y' To WS-EOF-SW
                   Not At End
                       Add 1 To WS-CSS-LINE-CNT
                       Perform Classify-Input-Line
               End-Read
           End-Perform
           Perform End-Current-Unit
           Close TODYNCSL-FILE
           Close TODYNCSI-FILE
           Perform Print-Summary
           GOBACK.


      *--------------------------------------------------------------
      *    Headings start a new unit; everything else is a card
      *    image (or, in a listing before its source, an option
      *    line) belonging to the unit already open.
      *--------------------------------------------------------------
       Classify-Input-Line.
           If WS-CSL-REC(2:11) = 'MEMBER NAME'
               Perform End-Current-Unit
               Perform Start-New-Unit
               Move 'S' To WS-CSS-FORM
               Move WS-CSL-REC(2:80) To WS-CSS-TEXT
               Move 80 To WS-CSS-TEXT-LEN
               Perform Tokenize-Text
               If WS-TOK-COUNT >= 3
                   Move WS-TOK(3) To WS-CSS-MEMBER
               End-If
           Else
               If WS-CSS-FORM = 'L' And WS-CSL-REC(3:6) Numeric
                   Move 'Y' To WS-CSS-SOURCE-SW
                   Move WS-CSL-REC(18:80) To WS-CSS-CARD
                   Perform Scan-Card-Image
               Else
                   Move 0 To WS-CSS-HITS
                   Inspect WS-CSL-REC Tallying WS-CSS-HITS
                       For All 'Options in effect'
                   If WS-CSS-HITS > 0
                       Perform End-Current-Unit
                       Perform Start-New-Unit
                       Move 'L' To WS-CSS-FORM
                   Else
                       Evaluate WS-CSS-FORM
                           When 'L'
                               Perform Check-Listing-Option
                           When Other
                               Move WS-CSL-REC(2:80) To WS-CSS-CARD
                               Perform Scan-Card-Image
                       End-Evaluate
                   End-If
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Listing lines before the first source line: the options-
      *    in-effect list prints one option per line, so a line
      *    whose first word is DYNAM or NODYNAM settles the option.
      *--------------------------------------------------------------
       Check-Listing-Option.
           If WS-CSS-SOURCE-SW = 'N'
               Move WS-CSL-REC(2:80) To WS-CSS-TEXT
               Move 80 To WS-CSS-TEXT-LEN
               Inspect WS-CSS-TEXT Converting
                   'abcdefghijklmnopqrstuvwxyz'
                   To 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               Perform Tokenize-Text
               If WS-TOK-COUNT > 0
                   Evaluate WS-TOK(1)
                       When 'DYNAM'
                           Move 'D' To WS-CSS-OPT
                           Move 'L' To WS-CSS-OPT-SOURCE
                       When 'NODYNAM'
                           Move 'N' To WS-CSS-OPT
                           Move 'L' To WS-CSS-OPT-SOURCE
                   End-Evaluate
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    One card image.  Comment lines are skipped; CBL/PROCESS
      *    cards (column 1 or 8) only ever set the option; any other
      *    card has its A/B area (columns 8-72) cut into tokens and
      *    searched for PROGRAM-ID, CALL, MOVE and VALUE.
      *--------------------------------------------------------------
       Scan-Card-Image.
           Move 'Y' To WS-CSS-UNIT-SW
           If WS-CSS-CARD(7:1) = '*' Or WS-CSS-CARD(7:1) = '/'
               Continue
           Else
               Move WS-CSS-CARD(1:72) To WS-CSS-TEXT
               Move 72 To WS-CSS-TEXT-LEN
               Inspect WS-CSS-TEXT Converting
                   'abcdefghijklmnopqrstuvwxyz(),'
                   To 'ABCDEFGHIJKLMNOPQRSTUVWXYZ   '
               Perform Tokenize-Text
               If WS-TOK-COUNT > 0
                   And (WS-TOK(1) = 'CBL' Or WS-TOK(1) = 'PROCESS')
                   Perform Check-Process-Card
               Else
                   Move WS-CSS-CARD(8:65) To WS-CSS-TEXT
                   Move 65 To WS-CSS-TEXT-LEN
                   Inspect WS-CSS-TEXT Converting
                       'abcdefghijklmnopqrstuvwxyz'
                       To 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   Perform Tokenize-Text
                   Perform Strip-Token-Periods
                   Perform Scan-Code-Tokens
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A listing's options-in-effect list already reflects its
      *    CBL cards, so a card only decides the option for source
      *    members.
      *--------------------------------------------------------------
       Check-Process-Card.
           If WS-CSS-FORM Not = 'L'
               Perform Varying WS-TX From 2 By 1
                       Until WS-TX > WS-TOK-COUNT
                   Evaluate WS-TOK(WS-TX)
                       When 'DYNAM'
                           Move 'D' To WS-CSS-OPT
                           Move 'C' To WS-CSS-OPT-SOURCE
                       When 'NODYNAM'
                           Move 'N' To WS-CSS-OPT
                           Move 'C' To WS-CSS-OPT-SOURCE
                   End-Evaluate
               End-Perform
           End-If
           EXIT.


       Scan-Code-Tokens.
      *    CALL as the last word of the previous card - its target
      *    is the first word of this one.
           If WS-CSS-CALL-PENDING = 'Y' And WS-TOK-COUNT > 0
               Move 'N' To WS-CSS-CALL-PENDING
               Move 1 To WS-TX2
               Perform Note-Call-Target
           End-If
           Move Spaces To WS-CSS-LEVEL-NAME
           If WS-TOK-COUNT >= 2
               If WS-TOK-LEN(1) <= 2
                   And WS-TOK(1)(1:WS-TOK-LEN(1)) Numeric
                   Move WS-TOK(2) To WS-CSS-LEVEL-NAME
               End-If
           End-If
           Perform Varying WS-TX From 1 By 1
                   Until WS-TX > WS-TOK-COUNT
               Evaluate WS-TOK(WS-TX)
                   When 'PROGRAM-ID'
                       If WS-TX < WS-TOK-COUNT
                           And WS-CSS-CALLER = Spaces
                           Move WS-TOK(WS-TX + 1) To WS-CSS-CALLER
                       End-If
                   When 'CALL'
                       If WS-TX < WS-TOK-COUNT
                           Compute WS-TX2 = WS-TX + 1
                           Perform Note-Call-Target
                       Else
                           Move 'Y' To WS-CSS-CALL-PENDING
                       End-If
                   When 'MOVE'
                       If WS-TX + 3 <= WS-TOK-COUNT
                           And WS-TOK(WS-TX + 2) = 'TO'
                           Move WS-TOK(WS-TX + 3) To WS-ASG-LOOK-NAME
                           Compute WS-TX2 = WS-TX + 1
                           Perform Note-Assignment
                       End-If
                   When 'VALUE'
                       If WS-CSS-LEVEL-NAME Not = Spaces
                           And WS-TX < WS-TOK-COUNT
                           Move WS-CSS-LEVEL-NAME To WS-ASG-LOOK-NAME
                           Compute WS-TX2 = WS-TX + 1
                           If WS-TOK(WS-TX2) = 'IS'
                               And WS-TX2 < WS-TOK-COUNT
                               Add 1 To WS-TX2
                           End-If
                           Perform Note-Assignment
                       End-If
               End-Evaluate
           End-Perform
           EXIT.


      *--------------------------------------------------------------
      *    WS-TX2 points at the token after CALL.
      *--------------------------------------------------------------
       Note-Call-Target.
           Move WS-TOK(WS-TX2)     To WS-CSS-TARGET
           Move WS-TOK-LEN(WS-TX2) To WS-CSS-TARGET-LEN
           Evaluate True
               When WS-SITE-COUNT >= 300
                   Add 1 To WS-CSS-OVERFLOW-CNT
               When WS-CSS-TARGET(1:1) = Quote
                 Or WS-CSS-TARGET(1:1) = "'"
                   Perform Extract-Literal
                   If WS-CSS-LIT-LEN > 0 And WS-CSS-LIT-LEN <= 8
                       Add 1 To WS-SITE-COUNT
                       Set WS-SX To WS-SITE-COUNT
                       Move 'L'        To WS-SITE-FORM(WS-SX)
                       Move WS-CSS-LIT To WS-SITE-NAME(WS-SX)
                   End-If
               When Other
                   Add 1 To WS-SITE-COUNT
                   Set WS-SX To WS-SITE-COUNT
                   Move 'I'           To WS-SITE-FORM(WS-SX)
                   Move WS-CSS-TARGET To WS-SITE-NAME(WS-SX)
           End-Evaluate
           EXIT.


      *--------------------------------------------------------------
      *    WS-TOK(WS-TX2) is the value being assigned to
      *    WS-ASG-LOOK-NAME; only a literal short enough to be a
      *    load-module name is kept, and each name/literal pair
      *    only once.
      *--------------------------------------------------------------
       Note-Assignment.
           Move WS-TOK(WS-TX2)     To WS-CSS-TARGET
           Move WS-TOK-LEN(WS-TX2) To WS-CSS-TARGET-LEN
           Move 0 To WS-CSS-LIT-LEN
           If WS-CSS-TARGET(1:1) = Quote Or WS-CSS-TARGET(1:1) = "'"
               Perform Extract-Literal
           End-If
           If WS-CSS-LIT-LEN > 0 And WS-CSS-LIT-LEN <= 8
               Perform Add-Assignment
           End-If
           EXIT.


       Add-Assignment.
           Move WS-CSS-LIT To WS-ASG-LOOK-LITERAL
           Move 'N' To WS-ASG-FOUND-SW
           Perform Varying WS-AX From 1 By 1
                   Until WS-AX > WS-ASG-COUNT
               If WS-ASG-NAME(WS-AX) = WS-ASG-LOOK-NAME
                   And WS-ASG-LITERAL(WS-AX) = WS-ASG-LOOK-LITERAL
                   Move 'Y' To WS-ASG-FOUND-SW
                   Set WS-AX To WS-ASG-COUNT
               End-If
           End-Perform
           If WS-ASG-FOUND-SW = 'N'
               If WS-ASG-COUNT < 500
                   Add 1 To WS-ASG-COUNT
                   Set WS-AX To WS-ASG-COUNT
                   Move WS-ASG-LOOK-NAME    To WS-ASG-NAME(WS-AX)
                   Move WS-ASG-LOOK-LITERAL To WS-ASG-LITERAL(WS-AX)
               Else
                   Add 1 To WS-CSS-OVERFLOW-CNT
               End-If
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    The text between the quotes of WS-CSS-TARGET, length in
      *    WS-CSS-LIT-LEN (0 when the literal is empty or not
      *    closed on this card).
      *--------------------------------------------------------------
       Extract-Literal.
           Move Spaces To WS-CSS-LIT
           Move 0      To WS-CSS-LIT-LEN
           If WS-CSS-TARGET-LEN > 2
               And WS-CSS-TARGET(WS-CSS-TARGET-LEN:1) =
                   WS-CSS-TARGET(1:1)
               Compute WS-CSS-LIT-LEN = WS-CSS-TARGET-LEN - 2
               If WS-CSS-LIT-LEN > 30
                   Move 30 To WS-CSS-LIT-LEN
               End-If
               Move WS-CSS-TARGET(2:WS-CSS-LIT-LEN) To WS-CSS-LIT
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    Cut WS-CSS-TEXT(1:WS-CSS-TEXT-LEN) into blank-delimited
      *    words, a quoted literal counting as one word even when
      *    it holds blanks.  Words past the 24th are dropped.
      *--------------------------------------------------------------
       Tokenize-Text.
           Move 0   To WS-TOK-COUNT
           Move 'N' To WS-TOK-OPEN-SW
           Move 'N' To WS-TOK-QUOTE-SW
           Perform Varying WS-CSS-POS From 1 By 1
                   Until WS-CSS-POS > WS-CSS-TEXT-LEN
               Move WS-CSS-TEXT(WS-CSS-POS:1) To WS-CSS-CHAR
               Evaluate True
                   When WS-TOK-QUOTE-SW = 'Y'
                       Perform Add-Token-Char
                       If WS-CSS-CHAR = WS-CSS-QUOTE
                           Move 'N' To WS-TOK-QUOTE-SW
                           Move 'N' To WS-TOK-OPEN-SW
                       End-If
                   When WS-CSS-CHAR = Space
                       Move 'N' To WS-TOK-OPEN-SW
                   When WS-TOK-OPEN-SW = 'N'
                       Perform Open-Token
                       If WS-CSS-CHAR = Quote Or WS-CSS-CHAR = "'"
                           Move 'Y' To WS-TOK-QUOTE-SW
                           Move WS-CSS-CHAR To WS-CSS-QUOTE
                       End-If
                       Perform Add-Token-Char
                   When Other
                       Perform Add-Token-Char
               End-Evaluate
           End-Perform
           EXIT.


       Open-Token.
           If WS-TOK-COUNT < 24
               Add 1 To WS-TOK-COUNT
               Move Spaces To WS-TOK(WS-TOK-COUNT)
               Move 0      To WS-TOK-LEN(WS-TOK-COUNT)
               Move 'Y' To WS-TOK-OPEN-SW
           Else
               Move 'X' To WS-TOK-OPEN-SW
           End-If
           EXIT.


       Add-Token-Char.
           If WS-TOK-OPEN-SW = 'Y'
               And WS-TOK-LEN(WS-TOK-COUNT) < 32
               Add 1 To WS-TOK-LEN(WS-TOK-COUNT)
               Move WS-CSS-CHAR
                   To WS-TOK(WS-TOK-COUNT)
                          (WS-TOK-LEN(WS-TOK-COUNT):1)
           End-If
           EXIT.


      *--------------------------------------------------------------
      *    A word ending a sentence carries the period - drop it
      *    from everything but literals.
      *--------------------------------------------------------------
       Strip-Token-Periods.
           Perform Varying WS-TX From 1 By 1
                   Until WS-TX > WS-TOK-COUNT
               If WS-TOK-LEN(WS-TX) > 1
                   And WS-TOK(WS-TX)(WS-TOK-LEN(WS-TX):1) = '.'
                   And WS-TOK(WS-TX)(1:1) Not = Quote
                   And WS-TOK(WS-TX)(1:1) Not = "'"
                   Move Space To WS-TOK(WS-TX)(WS-TOK-LEN(WS-TX):1)
                   Subtract 1 From WS-TOK-LEN(WS-TX)
               End-If
           End-Perform
           EXIT.


       Start-New-Unit.
           Move 'N'    To WS-CSS-UNIT-SW
           Move Space  To WS-CSS-FORM
           Move Spaces To WS-CSS-MEMBER
           Move Spaces To WS-CSS-CALLER
           Move WS-CSS-DEFAULT-OPT To WS-CSS-OPT
           Move 'P'    To WS-CSS-OPT-SOURCE
           Move 'N'    To WS-CSS-SOURCE-SW
           Move 'N'    To WS-CSS-CALL-PENDING
           Move 0      To WS-SITE-COUNT
           Move 0      To WS-ASG-COUNT
           EXIT.


      *--------------------------------------------------------------
      *    Write the unit's call sites - an identifier call once per
      *    literal seen assigned to it - and print its line.  A
      *    heading with no card images behind it is not a unit.
      *--------------------------------------------------------------
       End-Current-Unit.
           If WS-CSS-UNIT-SW = 'Y'
               Perform Write-Unit-Sites
           End-If
           Perform Start-New-Unit
           EXIT.


       Write-Unit-Sites.
           If WS-CSS-CALLER = Spaces
               Move WS-CSS-MEMBER To WS-CSS-CALLER
           End-If
           If WS-CSS-MEMBER = Spaces
               Move WS-CSS-CALLER To WS-CSS-MEMBER
           End-If
           Add 1 To WS-CSS-UNIT-CNT
           If WS-CSS-FORM = 'L'
               Add 1 To WS-CSS-LIST-CNT
           Else
               Add 1 To WS-CSS-SRC-CNT
           End-If
           Evaluate True
               When WS-CSS-OPT-SOURCE = 'P'
                   Add 1 To WS-CSS-DFLT-CNT
               When WS-CSS-OPT = 'D'
                   Add 1 To WS-CSS-DYN-CNT
               When Other
                   Add 1 To WS-CSS-NODYN-CNT
           End-Evaluate
           Move 0 To WS-UNIT-LIT-CNT
           Move 0 To WS-UNIT-IDENT-CNT
           Move 0 To WS-UNIT-UNRES-CNT
           Perform Varying WS-SX From 1 By 1
                   Until WS-SX > WS-SITE-COUNT
               If WS-SITE-FORM(WS-SX) = 'L'
                   Add 1 To WS-UNIT-LIT-CNT
                   Move WS-SITE-NAME(WS-SX) To WS-ASG-LOOK-LITERAL
                   Move Spaces To WS-ASG-LOOK-NAME
                   Perform Write-Site-Record
               Else
                   Add 1 To WS-UNIT-IDENT-CNT
                   Perform Write-Identifier-Sites
               End-If
           End-Perform
           Add WS-UNIT-LIT-CNT   To WS-CSS-LIT-CNT
           Add WS-UNIT-IDENT-CNT To WS-CSS-IDENT-CNT
           Add WS-UNIT-UNRES-CNT To WS-CSS-UNRES-CNT
           If WS-CSS-OPT = 'D'
               Move 'DYNAM'   To WS-SHOW-OPT
           Else
               Move 'NODYNAM' To WS-SHOW-OPT
           End-If
           If WS-CSS-OPT-SOURCE = 'P'
               Move '*' To WS-SHOW-OPT(8:1)
           End-If
           Move WS-UNIT-LIT-CNT   To WS-SHOW-LIT-CNT
           Move WS-UNIT-IDENT-CNT To WS-SHOW-IDENT-CNT
           Move WS-UNIT-UNRES-CNT To WS-SHOW-UNRES-CNT
           Display ' ' WS-CSS-CALLER '  ' WS-CSS-MEMBER '  '
                   WS-SHOW-OPT '    ' WS-SHOW-LIT-CNT '   '
                   WS-SHOW-IDENT-CNT '      ' WS-SHOW-UNRES-CNT
           EXIT.


       Write-Identifier-Sites.
           Move WS-SITE-NAME(WS-SX) To WS-ASG-LOOK-NAME
           Move 0 To WS-ASG-HITS
           Perform Varying WS-AX From 1 By 1
                   Until WS-AX > WS-ASG-COUNT
               If WS-ASG-NAME(WS-AX) = WS-ASG-LOOK-NAME
                   Add 1 To WS-ASG-HITS
                   Move WS-ASG-LITERAL(WS-AX) To WS-ASG-LOOK-LITERAL
                   Perform Write-Site-Record
               End-If
           End-Perform
           If WS-ASG-HITS = 0
               Add 1 To WS-UNIT-UNRES-CNT
               Move Spaces To WS-ASG-LOOK-LITERAL
               Perform Write-Site-Record
           End-If
           EXIT.


       Write-Site-Record.
           Move Spaces              To WS-CALL-SITE-REC
           Move WS-CSS-CALLER       To CSI-CALLER
           Move WS-ASG-LOOK-LITERAL To CSI-MODULE
           Move WS-SITE-FORM(WS-SX) To CSI-CALL-FORM
           Move WS-CSS-OPT          To CSI-COMPILE-OPT
           Move WS-CSS-OPT-SOURCE   To CSI-OPT-SOURCE
           Move WS-ASG-LOOK-NAME    To CSI-IDENTIFIER
           Move WS-CSS-MEMBER       To CSI-MEMBER
           Move WS-CSS-SCAN-DATE    To CSI-SCAN-DATE
           Write WS-CALL-SITE-REC
           Add 1 To WS-CSS-OUT-CNT
           EXIT.


       Print-Summary.
           Display ' ---------------------------------------------'
                   '-----------'
           Display '  * option not on the listing or a CBL card -'
                   ' installation default assumed'
           Display ' '
           Move WS-CSS-LINE-CNT To WS-SHOW-CNT
           Display '  Input lines read  . . . . . . . : ' WS-SHOW-CNT
           Move WS-CSS-UNIT-CNT To WS-SHOW-CNT
           Display '  Compile units scanned . . . . . : ' WS-SHOW-CNT
           Move WS-CSS-LIST-CNT To WS-SHOW-CNT
           Display '    from compile listings  . . . : ' WS-SHOW-CNT
           Move WS-CSS-SRC-CNT To WS-SHOW-CNT
           Display '    from source members  . . . . : ' WS-SHOW-CNT
           Move WS-CSS-DYN-CNT To WS-SHOW-CNT
           Display '  Callers compiled DYNAM  . . . . : ' WS-SHOW-CNT
           Move WS-CSS-NODYN-CNT To WS-SHOW-CNT
           Display '  Callers compiled NODYNAM  . . . : ' WS-SHOW-CNT
           Move WS-CSS-DFLT-CNT To WS-SHOW-CNT
           Display '  Callers on the default option . : ' WS-SHOW-CNT
           Move WS-CSS-LIT-CNT To WS-SHOW-CNT
           Display '  CALL literal sites  . . . . . . : ' WS-SHOW-CNT
           Move WS-CSS-IDENT-CNT To WS-SHOW-CNT
           Display '  CALL identifier sites . . . . . : ' WS-SHOW-CNT
           Move WS-CSS-UNRES-CNT To WS-SHOW-CNT
           Display '    with no module resolved  . . : ' WS-SHOW-CNT
           Move WS-CSS-OUT-CNT To WS-SHOW-CNT
           Display '  TODYNCSI records written  . . . : ' WS-SHOW-CNT
           Move WS-CSS-OVERFLOW-CNT To WS-SHOW-CNT
           Display '  Sites/assignments past tables . : ' WS-SHOW-CNT
           Display '=================================================='
           EXIT.
