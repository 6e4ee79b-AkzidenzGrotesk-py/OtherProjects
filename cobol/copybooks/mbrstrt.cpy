      *    batch restart point (MBRESTRT.DAT) - rewritten by
      *    MANDELBROT after every row it renders and emptied when a
      *    run completes, so a record on file means a run died part
      *    way: the parameter sequence and last row done, and the
      *    start stamp of the run being resumed.
           01  MB-RESTART-RECORD.
               05 MB-RESTART-PARM-SEQ pic 9(4).
               05 MB-RESTART-LAST-CX  pic 999.
               05 MB-RESTART-STAMP    pic X(16).
