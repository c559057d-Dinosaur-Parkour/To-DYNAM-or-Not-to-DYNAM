      *     audit record of the same program at or before the
      *     measurement's own date/time (the same rule TODYNCHK
      *     matches by); unstable measurements are excluded.
      *     TODYNCIC's CICS measurements join the same way and print
      *     as three more lines under their OPT row - EXEC CICS
      *     LINK, dynamic CALL and static CALL from inside a CICS
      *     task - next to the batch DYNAM/NODYNAM figures; they
      *     are not a compile option, so they never take the
      *     cheapest-combination star.
      *===============================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              10 WS-MTX-AUD-DYN      PIC X(01).

       01  WS-MTX-RES-STAMP       PIC  X(14).
      *    Cell style of the measurement being joined - the audit
      *    run's 'D'/'N' for a batch program; for TODYNCIC 'K'
      *    EXEC CICS LINK, 'C' dynamic CALL, 'S' static CALL, or
      *    space for its null-loop calibration, which is skipped.
       01  WS-MTX-CELL-DYN        PIC  X(01)  Value Space.
       01  WS-MTX-CICS-SEEN-SW    PIC  X(01)  Value 'N'.
       01  WS-MTX-BEST-STAMP      PIC  X(14).
       01  WS-MTX-BEST-IX         PIC  9(03)  COMP-5  Value 0.


      *---------------------------------------------------------------
      *    Matrix axes and cells.  Row = OPT level, column =
      *    ARCH/TUNE pair, two figures per cell (DYNAM / NODYNAM),
      *    plus the three CICS call styles where TODYNCIC ran.
      *---------------------------------------------------------------
       01  WS-ROW-COUNT           PIC  9(02)  COMP-5  Value 0.
       01  WS-ROW-TABLE.

       01  WS-CELL-COUNT          PIC  9(03)  COMP-5  Value 0.
       01  WS-CELL-TABLE.
           05 WS-CELL-ROW OCCURS 90 TIMES INDEXED BY WS-CX.
              10 WS-CELL-OPT      PIC X(06).
              10 WS-CELL-ARCH     PIC X(18).
              10 WS-CELL-DYN      PIC X(01).
      *                    parameter-copy cost under the same
      *                    compile options as TODYNAM1 - their
      *                    deliberately inflated figures would
      *                    poison the OPT(2) DYNAM cell, as
      *                    would TODYNAM9's whole-chain figures.
                           If RR-ITER-COUNT > 0
                               And RR-STABLE-FLAG Not = 'U'
                               And RR-KEY-PROGRAM Not = 'TODYNAM7'
                               And RR-KEY-PROGRAM Not = 'TODYNAM8'
                               And RR-KEY-PROGRAM Not = 'TODYNAM9'
                               Perform Join-One-Result
                           End-If
                   End-Read
               Add 1 To WS-UNJOINED-CNT
           Else
               Set WS-AX To WS-MTX-BEST-IX
               Perform Set-Cell-Style
           End-If
           If WS-MTX-BEST-IX > 0
               And WS-MTX-CELL-DYN Not = Space
               Compute WS-PER-CALL-CPU =
                   RR-CPU-DIFF / RR-ITER-COUNT
               Perform Find-Or-Add-Cell
           EXIT.


       Set-Cell-Style.
           If RR-KEY-PROGRAM = 'TODYNCIC'
               Evaluate RR-KEY-CALLTYPE
                   When 'E'
                       Move 'K'   To WS-MTX-CELL-DYN
                   When 'D'
                       Move 'C'   To WS-MTX-CELL-DYN
                   When 'S'
                       Move 'S'   To WS-MTX-CELL-DYN
                   When Other
                       Move Space To WS-MTX-CELL-DYN
               End-Evaluate
               If WS-MTX-CELL-DYN Not = Space
                   Move 'Y' To WS-MTX-CICS-SEEN-SW
               End-If
           Else
               Move WS-MTX-AUD-DYN(WS-AX) To WS-MTX-CELL-DYN
           End-If
           EXIT.


       Find-Or-Add-Cell.
           Move 'N' To WS-CELL-FOUND-SW
           Move 0   To WS-CELL-HIT
                       And WS-CELL-ARCH(WS-CX)
                               = WS-MTX-AUD-ARCH(WS-AX)
                       And WS-CELL-DYN(WS-CX)
                               = WS-MTX-CELL-DYN
                       Move 'Y' To WS-CELL-FOUND-SW
                       Set WS-CELL-HIT To WS-CX
                       Set WS-CX To WS-CELL-COUNT
           If WS-CELL-FOUND-SW = 'Y'
               Set WS-CX To WS-CELL-HIT
           Else
               If WS-CELL-COUNT < 90
                   Add 1 To WS-CELL-COUNT
                   Set WS-CX To WS-CELL-COUNT
                   Move WS-MTX-AUD-OPT(WS-AX)  To WS-CELL-OPT(WS-CX)
                   Move WS-MTX-AUD-ARCH(WS-AX) To WS-CELL-ARCH(WS-CX)
                   Move WS-MTX-CELL-DYN        To WS-CELL-DYN(WS-CX)
                   Move 0 To WS-CELL-SUM(WS-CX)
                   Move 0 To WS-CELL-CNT(WS-CX)
                   Move 0 To WS-CELL-AVG(WS-CX)
                   Set WS-CX To WS-CELL-COUNT
                   Move 'Y' To WS-CELL-FULL-SW
                   If WS-MTX-DROPPED-CNT = 0
                       Display '    *** MORE THAN 90 OPTION CELLS -'
                               ' FURTHER MEASUREMENTS NOT '
                               'AVERAGED ***'
                   End-If
               If WS-CELL-CNT(WS-CX) > 0
                   Compute WS-CELL-AVG(WS-CX) Rounded =
                       WS-CELL-SUM(WS-CX) / WS-CELL-CNT(WS-CX)
               End-If
               If WS-CELL-CNT(WS-CX) > 0
                   And (WS-CELL-DYN(WS-CX) = 'D'
                        Or WS-CELL-DYN(WS-CX) = 'N')
                   If WS-CHEAP-SEEN-SW = 'N'
                       Or WS-CELL-AVG(WS-CX) < WS-CHEAP-AVG
                       Move 'Y' To WS-CHEAP-SEEN-SW
      *    The grid: OPT levels down the side, ARCH/TUNE pairs
      *    across the top, a DYNAM and a NODYNAM line per OPT level
      *    with per-call CPU in each cell and the cheapest cell
      *    starred.  When TODYNCIC has run, each OPT level also
      *    gets its CICS K (LINK), C (dynamic CALL) and S (static
      *    CALL) lines.
      *--------------------------------------------------------------
       Print-Option-Matrix.
           Display ' '
                       To WS-PRT-LINE(WS-PRT-POS:18)
               End-Perform
               Display WS-PRT-LINE
               If WS-MTX-CICS-SEEN-SW = 'Y'
                   Display '  (CICS K = EXEC CICS LINK, C = dynamic '
                           'CALL, S = static CALL - TODYNCIC)'
               End-If
               Perform Varying WS-RX From 1 By 1
                       Until WS-RX > WS-ROW-COUNT
                   Perform Print-One-Opt-Row
           Display ' '
           Perform Print-Dyn-Line
           Perform Print-Nodyn-Line
           If WS-MTX-CICS-SEEN-SW = 'Y'
               Move 'K' To WS-CHEAP-DYN-TEST
               Perform Print-Cics-Line
               Move 'C' To WS-CHEAP-DYN-TEST
               Perform Print-Cics-Line
               Move 'S' To WS-CHEAP-DYN-TEST
               Perform Print-Cics-Line
           End-If
           EXIT.


           Display WS-PRT-LINE
           EXIT.


      *    WS-CHEAP-DYN-TEST carries the CICS style in from
      *    Print-One-Opt-Row.
       Print-Cics-Line.
           Move Spaces             To WS-PRT-LINE
           Move 'CICS'             To WS-PRT-LINE(3:4)
           Move WS-CHEAP-DYN-TEST  To WS-PRT-LINE(8:1)
           Perform Varying WS-KX From 1 By 1
                   Until WS-KX > WS-COL-COUNT
               Perform Fill-One-Cell
           End-Perform
           Display WS-PRT-LINE
           EXIT.

       Fill-One-Cell.
           Compute WS-PRT-POS = 11 + (WS-KX - 1) * 20
           Move '     -     ' To WS-PRT-LINE(WS-PRT-POS:12)
                       To WS-PRT-LINE(WS-PRT-POS:12)
                   If WS-CELL-AVG(WS-CX) = WS-CHEAP-AVG
                       And WS-CHEAP-SEEN-SW = 'Y'
                       And (WS-CHEAP-DYN-TEST = 'D'
                            Or WS-CHEAP-DYN-TEST = 'N')
                       Move '*' To WS-PRT-LINE(WS-PRT-POS + 13:1)
                   End-If
                   Set WS-CX To WS-CELL-COUNT
