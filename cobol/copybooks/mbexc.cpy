      *        "C" = corrected and requeued for the next batch run
      *        "D" = deleted - judged not worth rendering
      *    MANDELBROT writes rejects pending; MBEXCFIX sets the
      *    disposition when an operator works the record and stamps
      *    the day it did so in MB-EXC-DISP-DATE (YYYYMMDD, blank
      *    while pending), which is what CTLHKEEP ages worked
      *    records off the file by.
      *    MB-EXC-FRACTAL-IMAGE is the rest of the parameter record
      *    image - its fractal type and Julia constant - kept after
      *    the disposition so records written before the type
      *    existed still read in place; on those it is blank, which
      *    is a Mandelbrot region.
           01  MB-EXC-RECORD.
               05 MB-EXC-REASON        pic X(8).
               05 MB-EXC-PARM-IMAGE    pic X(82).
               05 MB-EXC-DISP          pic X.
               05 MB-EXC-DISP-DATE     pic X(8).
               05 MB-EXC-FRACTAL-IMAGE pic X(37).
