       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCX1.
      *===============================================================
      *     Level 1 of the mixed TODYNAM9 call chain - compiled
      *     DYNAM, calls TODYNCX2.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCX2'==
                                  ==CHN-THIS-LEVEL== BY ==1==.
