           05 WS-CALL-TYPE        PIC X(10).
           05 WS-MODULE-NAME      PIC X(08).
           05 WS-CURR-DATE-TIME   PIC X(21).
      *    Key call-type letter when it cannot simply be the first
      *    letter of WS-CALL-TYPE (TODYNAM9's depth/mix sets) - left
      *    Space, Write-Result-Rec keys on WS-CALL-TYPE(1:1).
           05 WS-KEY-CALLTYPE     PIC X(01)  Value Space.
      *    Current RESFD layout version - what every new or
      *    converted record is stamped with.
       01  WS-RES-LAYOUT-VER      PIC X(02)  Value '02'.
