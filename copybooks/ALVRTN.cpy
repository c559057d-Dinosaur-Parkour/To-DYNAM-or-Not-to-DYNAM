      *===============================================================
      *    Bring a TODYNAUD record image up to the current AUDFD
      *    layout.  COPY ALVRTN (with LVRWS, AUDFD and AUDWS).  Same
      *    rules as RLVRTN.cpy: the stamp is AUD-LAYOUT-VER, bytes
      *    120-121, and blank (or an image too short to hold it) is
      *    version '00'.  On return the upgraded record is in
      *    WS-AUDIT-REC (untouched when refused).
      *
      *    Versions:
      *      '00'  unstamped - everything up to AUD-PULLED-FLAG; an
      *            image cut before the run status existed comes in
      *            as 'OK', the only status there was then
      *      '01'  AUD-LAYOUT-VER added
      *===============================================================
       Upgrade-Audit-Image.
           Move Spaces To WS-LVR-FROM-VER
           If WS-LVR-LEN >= 121
               Move WS-LVR-IMAGE(120:2) To WS-LVR-FROM-VER
           End-If
           If WS-LVR-FROM-VER = Spaces
               Or WS-LVR-FROM-VER = Low-Values
               Move '00' To WS-LVR-FROM-VER
           End-If
           Evaluate True
               When WS-LVR-FROM-VER = WS-AUD-LAYOUT-VER
                   Move WS-LVR-IMAGE(1:121) To WS-AUDIT-REC
                   Move 'C' To WS-LVR-OUTCOME
               When WS-LVR-FROM-VER = '00'
                   Perform Upgrade-Audit-00-To-01
                   Move 'U' To WS-LVR-OUTCOME
               When Other
                   Move 'R' To WS-LVR-OUTCOME
           End-Evaluate
           EXIT.


       Upgrade-Audit-00-To-01.
           If WS-LVR-LEN > 119 Or WS-LVR-LEN = 0
               Move WS-LVR-IMAGE(1:119) To WS-AUDIT-REC
           Else
               Move WS-LVR-IMAGE(1:WS-LVR-LEN) To WS-AUDIT-REC
           End-If
           If AUD-RUN-STATUS = Spaces
               Move 'OK' To AUD-RUN-STATUS
           End-If
           Move '01' To AUD-LAYOUT-VER
           EXIT.
