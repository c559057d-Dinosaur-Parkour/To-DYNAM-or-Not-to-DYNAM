       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCX4.
      *===============================================================
      *     Level 4 of the mixed TODYNAM9 call chain - compiled
      *     NODYNAM, calls TODYNCX5.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCX5'==
                                  ==CHN-THIS-LEVEL== BY ==4==.
