       CBL OPT(2),DYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCX3.
      *===============================================================
      *     Level 3 of the mixed TODYNAM9 call chain - compiled
      *     DYNAM, calls TODYNCX4.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCX4'==
                                  ==CHN-THIS-LEVEL== BY ==3==.
