       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCS3.
      *===============================================================
      *     Level 3 of the all-NODYNAM TODYNAM9 call chain - compiled
      *     NODYNAM, calls TODYNCS4.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCS4'==
                                  ==CHN-THIS-LEVEL== BY ==3==.
