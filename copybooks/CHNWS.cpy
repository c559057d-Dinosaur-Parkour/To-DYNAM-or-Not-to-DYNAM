      *===============================================================
      *    Parameter handed down a TODYNAM9 call chain.  The driver
      *    sets CHN-DEPTH-LEFT to the chain depth being measured;
      *    each stub takes one level off it before calling the next
      *    and puts it back on return, so the driver sets it once
      *    per sample rather than once per call.  The stub where it
      *    reaches 1 is the bottom of the chain and leaves its own
      *    level number in CHN-LEAF-LEVEL - the driver's probe reads
      *    it back to prove the chain really runs as deep as asked.
      *    COPY into WORKING-STORAGE (driver) or LINKAGE (stubs).
      *===============================================================
       01  CHN-PARM.
           05 CHN-DEPTH-LEFT      PIC S9(4) COMP.
           05 CHN-LEAF-LEVEL      PIC S9(4) COMP.
