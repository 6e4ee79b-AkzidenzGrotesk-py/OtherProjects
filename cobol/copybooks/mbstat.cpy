      *    came out of the row cache, and the wall-clock span of the
      *    render - the raw material for judging whether the cache
      *    is earning its disk.
      *    MB-STAT-COST is the work the render took in iteration
      *    units (rows computed x cells per row x iteration limit,
      *    the same measure the queue drain's quota and budget are
      *    set in), MB-STAT-PLAYER the player whose queued request
      *    it was and MB-STAT-RUN-STAMP the start stamp of the run
      *    that did it. at the end of every queue drain MANDELBROT
      *    also writes spend summary records, MB-STAT-SOURCE "S":
      *    one per player the drain rendered or deferred for (the
      *    run's spend in MB-STAT-COST, requests deferred in
      *    MB-STAT-DEFERRED, the player's spend so far today in
      *    MB-STAT-DAY-COST and the daily quota in force in
      *    MB-STAT-LIMIT) and one for the whole run with player "*"
      *    (the run's budget in MB-STAT-LIMIT). a limit of all
      *    nines means none was set. records from before these
      *    fields existed read blank here.
      *    MB-STAT-FRACTAL-PARMS is the fractal type and Julia
      *    constant the region was rendered with (blank on a spend
      *    summary, and on a record from before the type existed,
      *    which was a Mandelbrot render).
           01  MB-STAT-RECORD.
               05 MB-STAT-SEQ           pic 9(4).
               05 MB-STAT-SOURCE        pic X.
               05 MB-STAT-ROWS-CACHED   pic 9(5).
               05 MB-STAT-START-TS      pic X(26).
               05 MB-STAT-END-TS        pic X(26).
               05 MB-STAT-PLAYER        pic X.
               05 MB-STAT-COST          pic 9(11).
               05 MB-STAT-DEFERRED      pic 9(5).
               05 MB-STAT-DAY-COST      pic 9(11).
               05 MB-STAT-LIMIT         pic 9(11).
               05 MB-STAT-RUN-STAMP     pic X(16).
               05 MB-STAT-FRACTAL-PARMS.
                   10 MB-STAT-FRACTAL    pic X.
                   10 MB-STAT-JULIA-CR   pic S9(4)V9(14).
                   10 MB-STAT-JULIA-CI   pic S9(4)V9(14).
