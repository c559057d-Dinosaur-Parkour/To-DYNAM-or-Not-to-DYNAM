           Move Function Current-Date To WS-XPT-DATE-TIME
           Move WS-XPT-DATE-TIME(1:8) To XPT-HDR-DATE
           Move WS-XPT-DATE-TIME(9:6) To XPT-HDR-TIME
           Move WS-RES-LAYOUT-VER     To XPT-HDR-RES-VER
           Move WS-AUD-LAYOUT-VER     To XPT-HDR-AUD-VER
           Write WS-TRANSPORT-REC
           EXIT.

