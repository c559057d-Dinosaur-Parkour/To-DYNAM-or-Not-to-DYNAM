       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCX2.
      *===============================================================
      *     Level 2 of the mixed TODYNAM9 call chain - compiled
      *     NODYNAM, calls TODYNCX3.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCX3'==
                                  ==CHN-THIS-LEVEL== BY ==2==.
