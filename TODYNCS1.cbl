       CBL OPT(2),NODYNAM
       CBL ARCH(12) TUNE(12)
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TODYNCS1.
      *===============================================================
      *     Level 1 of the all-NODYNAM TODYNAM9 call chain - compiled
      *     NODYNAM, calls TODYNCS2.
      *===============================================================
           COPY CHNSTUB REPLACING ==CHN-NEXT-STUB== BY =='TODYNCS2'==
                                  ==CHN-THIS-LEVEL== BY ==1==.
