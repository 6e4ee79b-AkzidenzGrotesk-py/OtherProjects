      *    the request was filed and MB-RRQ-PRIORITY how urgently it
      *    should drain (1 most urgent through 9; blank or zero -
      *    a record from before these fields existed - drains as 5).
      *    MB-RRQ-FRACTAL-PARMS carries which picture to render, the
      *    same as the parameter record's: MB-RRQ-FRACTAL "M"
      *    Mandelbrot, "J" the Julia set of the constant
      *    (MB-RRQ-JULIA-CR, MB-RRQ-JULIA-CI) or "B" the burning
      *    ship; a request filed before the type existed reads
      *    blank and renders as "M".
           01  MB-RRQ-RECORD.
               05 MB-RRQ-STATUS   pic X.
               05 MB-RRQ-PLAYER   pic X.
               05 MB-RRQ-YMAX     pic S9(4)V9(14).
               05 MB-RRQ-FILED-TS pic X(26).
               05 MB-RRQ-PRIORITY pic X.
               05 MB-RRQ-FRACTAL-PARMS.
                   10 MB-RRQ-FRACTAL  pic X.
                   10 MB-RRQ-JULIA-CR pic S9(4)V9(14).
                   10 MB-RRQ-JULIA-CI pic S9(4)V9(14).
