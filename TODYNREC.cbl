      *                    fetch, not a per-iteration call - folding
      *                    them in would swamp the warm-call
      *                    average production is reconciled against.
      *                    TODYNCIC's LINK/CALL styles run inside a
      *                    CICS region, not in the batch job steps
      *                    production runs as.  TODYNAM9 times
      *                    whole call chains, not one call.
                           If RR-ITER-COUNT > 0
                               And RR-STABLE-FLAG Not = 'U'
                               And RR-KEY-CALLTYPE Not = 'F'
                               And RR-KEY-PROGRAM Not = 'TODYNAM7'
                               And RR-KEY-PROGRAM Not = 'TODYNAM8'
                               And RR-KEY-PROGRAM Not = 'TODYNAM9'
                               And RR-KEY-PROGRAM Not = 'TODYNCIC'
                               If RR-KEY-CALLTYPE = 'N'
                                   Perform Accumulate-Null-Record
                               Else
