      *    render queue limits file (MBLIMIT.DAT) - the compute the
      *    MANDELBROT queue drain may spend, in iteration units (rows
      *    still to compute x cells per row x iteration limit; rows
      *    already in the row cache cost nothing). maintained by
      *    hand, one record per limit:
      *        MB-LIM-TYPE "B" = budget for one whole drain run
      *                    "Q" = daily quota for MB-LIM-PLAYER, or
      *                          for every player without a record
      *                          of their own when the player is "*"
      *    a limit with no record is no limit. a request that would
      *    take its player past the quota, or the run past the
      *    budget, stays on the queue for the next run and the
      *    player gets a deferred notice.
           01  MB-LIM-RECORD.
               05 MB-LIM-TYPE   pic X.
               05 MB-LIM-PLAYER pic X.
               05 MB-LIM-UNITS  pic 9(11).
