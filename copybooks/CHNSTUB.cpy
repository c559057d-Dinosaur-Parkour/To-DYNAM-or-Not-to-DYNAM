      *===============================================================
      *    Body of one TODYNAM9 call-chain stub, levels 1 thru 4
      *    (level 5 is the bottom of every chain and calls nothing).
      *    The stub's own source is only its CBL options and
      *    PROGRAM-ID followed by
      *        COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='next'==
      *                               ==CHN-THIS-LEVEL== BY ==n==.
      *    so every level of every chain runs the identical code and
      *    the only thing that differs between the chains is how the
      *    CALL below binds - DYNAM makes it a load-module call at
      *    run time, NODYNAM resolves it at link-edit.
      *===============================================================
       DATA DIVISION.
       LINKAGE SECTION.
           COPY CHNWS.

       PROCEDURE DIVISION USING CHN-PARM.
       STUB-MAIN.
           If CHN-DEPTH-LEFT > 1
               Subtract 1 From CHN-DEPTH-LEFT
               Call CHN-NEXT-STUB Using CHN-PARM
               Add 1 To CHN-DEPTH-LEFT
           Else
               Move CHN-THIS-LEVEL To CHN-LEAF-LEVEL
           End-If
           GOBACK.
