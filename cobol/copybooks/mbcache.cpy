      *    MANDELBROT (which reads and writes rows) and MBCMAINT
      *    (which catalogs and purges them). MB-CACHE-LAST-USED is
      *    stamped YYYYMMDD on every write and every cache hit so
      *    stale regions can be purged by age. the fractal type and
      *    Julia constant are part of the region, so one picture's
      *    rows are never served for another's; a Mandelbrot or
      *    burning ship region keys a zero constant.
           01  MB-CACHE-RECORD.
               05 MB-CACHE-KEY.
                   10 MB-CACHE-KEY-WIDTH    pic 999.
                   10 MB-CACHE-KEY-HEIGHT   pic 999.
                   10 MB-CACHE-KEY-MAXITER  pic 999.
                   10 MB-CACHE-KEY-XMIN     pic S9(4)V9(14).
                   10 MB-CACHE-KEY-XMAX     pic S9(4)V9(14).
                   10 MB-CACHE-KEY-YMIN     pic S9(4)V9(14).
                   10 MB-CACHE-KEY-YMAX     pic S9(4)V9(14).
                   10 MB-CACHE-KEY-FRACTAL  pic X.
                   10 MB-CACHE-KEY-JULIA-CR pic S9(4)V9(14).
                   10 MB-CACHE-KEY-JULIA-CI pic S9(4)V9(14).
                   10 MB-CACHE-KEY-ROW      pic 999.
               05 MB-CACHE-LAST-USED pic 9(8).
               05 MB-CACHE-DATA pic X(2004).
