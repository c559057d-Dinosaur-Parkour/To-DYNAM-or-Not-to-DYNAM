      *===============================================================
      *    Load-module attribute catalog support.  COPY LMARTN (with
      *    LMASEL, LMAFD and LMAWS).
      *
      *    Load-Attr-Catalog reads TODYNLMA into WS-LMA-TABLE once;
      *    the lookups below then work from storage.
      *      Find-Current-Attr  - the row the latest catalog run
      *                           found for WS-LMA-LOOK-MODULE (the
      *                           highest version if none is marked)
      *      Find-Attr-Version  - the row for WS-LMA-LOOK-MODULE /
      *                           WS-LMA-LOOK-VER
      *    Both answer in WS-LMA-LOOK-IX, zero when there is none.
      *    Show-Attr-Row puts the found row on SYSOUT in the one
      *    format every report uses.
      *
      *    Stamp-Result-Attr is RESWRITE's: it moves the current
      *    attribute version of WS-MODULE-NAME into RR-ATTR-VER,
      *    saying once per module on SYSOUT which link of the
      *    module the samples are being taken against.
      *===============================================================
       Load-Attr-Catalog.
           Move 0 To WS-LMA-COUNT
           Open Input TODYNLMA-FILE
           If WS-LMAFILE-STATUS = '00'
               Move 'N' To WS-LMA-EOF-SW
               Perform Until WS-LMA-EOF-SW = 'Y'
                   Read TODYNLMA-FILE Next Record
                       At End
                           Move 'Y' To WS-LMA-EOF-SW
                       Not At End
                           Perform Add-Attr-Table-Row
                   End-Read
               End-Perform
               Close TODYNLMA-FILE
           End-If
           EXIT.


       Add-Attr-Table-Row.
           If WS-LMA-COUNT < 500
               Add 1 To WS-LMA-COUNT
               Move LMA-KEY-MODULE    To WS-LMT-MODULE(WS-LMA-COUNT)
               Move LMA-KEY-LINK-DATE
                   To WS-LMT-LINK-DATE(WS-LMA-COUNT)
               Move LMA-KEY-LINK-TIME
                   To WS-LMT-LINK-TIME(WS-LMA-COUNT)
               Move LMA-ATTR-VER      To WS-LMT-VER(WS-LMA-COUNT)
               Move LMA-MODULE-SIZE   To WS-LMT-SIZE(WS-LMA-COUNT)
               Move LMA-AMODE         To WS-LMT-AMODE(WS-LMA-COUNT)
               Move LMA-RMODE         To WS-LMT-RMODE(WS-LMA-COUNT)
               Move LMA-RENT          To WS-LMT-RENT(WS-LMA-COUNT)
               Move LMA-CURRENT-SW    To WS-LMT-CURRENT(WS-LMA-COUNT)
           Else
               Move 'Y' To WS-LMA-EOF-SW
               Display '    *** TODYNLMA HOLDS MORE THAN 500 ROWS - '
                       'THE REST ARE NOT LOOKED AT ***'
           End-If
           EXIT.


       Find-Current-Attr.
           Move 0 To WS-LMA-LOOK-IX
           Perform Varying WS-LMA-IX From 1 By 1
                   Until WS-LMA-IX > WS-LMA-COUNT
               If WS-LMT-MODULE(WS-LMA-IX) = WS-LMA-LOOK-MODULE
                   If WS-LMA-LOOK-IX = 0
                       Move WS-LMA-IX To WS-LMA-LOOK-IX
                   Else
                       If WS-LMT-CURRENT(WS-LMA-LOOK-IX) Not = 'Y'
                           And (WS-LMT-CURRENT(WS-LMA-IX) = 'Y'
                               Or WS-LMT-VER(WS-LMA-IX) >
                                  WS-LMT-VER(WS-LMA-LOOK-IX))
                           Move WS-LMA-IX To WS-LMA-LOOK-IX
                       End-If
                   End-If
               End-If
           End-Perform
           EXIT.


       Find-Attr-Version.
           Move 0 To WS-LMA-LOOK-IX
           If WS-LMA-LOOK-VER > 0
               Perform Varying WS-LMA-IX From 1 By 1
                       Until WS-LMA-IX > WS-LMA-COUNT
                   If WS-LMT-MODULE(WS-LMA-IX) = WS-LMA-LOOK-MODULE
                       And WS-LMT-VER(WS-LMA-IX) = WS-LMA-LOOK-VER
                       Move WS-LMA-IX To WS-LMA-LOOK-IX
                       Move WS-LMA-COUNT To WS-LMA-IX
                   End-If
               End-Perform
           End-If
           EXIT.


       Show-Attr-Row.
           Move WS-LMT-SIZE(WS-LMA-LOOK-IX) To WS-LMA-SHOW-SIZE
           Display '    Load module ' WS-LMT-MODULE(WS-LMA-LOOK-IX)
                   ' attribute version ' WS-LMT-VER(WS-LMA-LOOK-IX)
                   ' - linked ' WS-LMT-LINK-DATE(WS-LMA-LOOK-IX) ' '
                   WS-LMT-LINK-TIME(WS-LMA-LOOK-IX)
           Display '        size ' WS-LMA-SHOW-SIZE ' bytes  AMODE '
                   WS-LMT-AMODE(WS-LMA-LOOK-IX) '  RMODE '
                   WS-LMT-RMODE(WS-LMA-LOOK-IX) '  reentrant '
                   WS-LMT-RENT(WS-LMA-LOOK-IX)
           EXIT.


       Stamp-Result-Attr.
           If WS-MODULE-NAME Not = WS-LMA-STAMP-MODULE
               Move WS-MODULE-NAME To WS-LMA-STAMP-MODULE
               Move WS-MODULE-NAME To WS-LMA-LOOK-MODULE
               Perform Find-Current-Attr
               If WS-LMA-LOOK-IX > 0
                   Move WS-LMT-VER(WS-LMA-LOOK-IX) To WS-LMA-STAMP-VER
                   Perform Show-Attr-Row
               Else
                   Move 0 To WS-LMA-STAMP-VER
      *            '@' names are the harness's own calibration rows,
      *            not load modules.
                   If WS-MODULE-NAME(1:1) Not = '@'
                       Display '    (' WS-MODULE-NAME ' is not in '
                               'the load-module attribute catalog - '
                               'results stamped attribute version '
                               '0000)'
                   End-If
               End-If
           End-If
           Move WS-LMA-STAMP-VER To RR-ATTR-VER
           EXIT.
