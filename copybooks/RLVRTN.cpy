      *===============================================================
      *    Bring a TODYNRES record image up to the current RESFD
      *    layout.  COPY RLVRTN (with LVRWS, RESFD and RESWS).  The
      *    image's own stamp (RR-LAYOUT-VER) says which layout it
      *    was cut under - bytes 127-128 from version '02' on,
      *    bytes 123-124 on a version '01' image; blank in both
      *    places, or an image shorter than the stamp position, is
      *    a record from before the stamp existed - version '00'.
      *    Each upgrade step takes one version to the next in
      *    WS-LVR-IMAGE, defaulting the fields that version added,
      *    so an image of any known version arrives at the current
      *    one.  On return the upgraded record is in WS-RESULT-REC
      *    (untouched when refused).
      *
      *    Versions:
      *      '00'  unstamped - everything up to RR-PULLED-FLAG,
      *            including images cut before the environment and
      *            flag fields were added (those fields come in as
      *            spaces / zero load)
      *      '01'  RR-LAYOUT-VER added (124 bytes)
      *      '02'  RR-ATTR-VER added ahead of the stamp (128 bytes) -
      *            older images come in as attribute version 0000,
      *            measured before the load-module catalog existed
      *===============================================================
       Upgrade-Result-Image.
           Move Spaces To WS-LVR-FROM-VER
           If WS-LVR-LEN >= 128
               Move WS-LVR-IMAGE(127:2) To WS-LVR-FROM-VER
           End-If
           If (WS-LVR-FROM-VER = Spaces
               Or WS-LVR-FROM-VER = Low-Values)
               And WS-LVR-LEN >= 124
               Move WS-LVR-IMAGE(123:2) To WS-LVR-FROM-VER
           End-If
           If WS-LVR-FROM-VER = Spaces
               Or WS-LVR-FROM-VER = Low-Values
               Move '00' To WS-LVR-FROM-VER
           End-If
           Evaluate True
               When WS-LVR-FROM-VER = WS-RES-LAYOUT-VER
                   Move WS-LVR-IMAGE(1:128) To WS-RESULT-REC
                   Move 'C' To WS-LVR-OUTCOME
               When WS-LVR-FROM-VER = '01'
                   Perform Upgrade-Result-01-To-02
                   Move WS-LVR-IMAGE(1:128) To WS-RESULT-REC
                   Move 'U' To WS-LVR-OUTCOME
               When WS-LVR-FROM-VER = '00'
                   Perform Upgrade-Result-00-To-01
                   Perform Upgrade-Result-01-To-02
                   Move WS-LVR-IMAGE(1:128) To WS-RESULT-REC
                   Move 'U' To WS-LVR-OUTCOME
               When Other
                   Move 'R' To WS-LVR-OUTCOME
           End-Evaluate
           EXIT.


      *    A '00' image ends at RR-PULLED-FLAG (byte 122); anything
      *    the caller left beyond its length is cleared, and a load
      *    figure (bytes 118-120) from before the environment fields
      *    existed comes in as zero.
       Upgrade-Result-00-To-01.
           If WS-LVR-LEN > 0 And WS-LVR-LEN < 122
               Move Spaces To WS-LVR-IMAGE(WS-LVR-LEN + 1:)
           End-If
           Move Spaces To WS-LVR-IMAGE(123:)
           If WS-LVR-IMAGE(118:3) Not Numeric
               Move '000' To WS-LVR-IMAGE(118:3)
           End-If
           Move '01' To WS-LVR-IMAGE(123:2)
           EXIT.


       Upgrade-Result-01-To-02.
           Move Spaces To WS-LVR-IMAGE(125:)
           Move '0000' To WS-LVR-IMAGE(123:4)
           Move '02'   To WS-LVR-IMAGE(127:2)
           EXIT.
