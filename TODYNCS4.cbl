       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCS4.
      *===============================================================
      *     Level 4 of the all-NODYNAM TODYNAM9 call chain - compiled
      *     NODYNAM, calls TODYNCS5.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCS5'==
                                  ==CHN-THIS-LEVEL== BY ==4==.
