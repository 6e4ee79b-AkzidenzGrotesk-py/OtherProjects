      *    came from, so audit records can be tied back to the
      *    exact terrain in effect; a board published before the
      *    library existed reads blank here.
      *    CTL-BRD-FRACTAL-PARMS is the kind of terrain, as on the
      *    library header - blank is a Mandelbrot board.
           01  CTL-BOARD-BOUNDS-RECORD.
               05 CTL-BRD-XMIN pic S9(4)V9(14).
               05 CTL-BRD-XMAX pic S9(4)V9(14).
               05 CTL-BRD-YMIN pic S9(4)V9(14).
               05 CTL-BRD-YMAX pic S9(4)V9(14).
               05 CTL-BRD-ID   pic X(20).
               05 CTL-BRD-FRACTAL-PARMS.
                   10 CTL-BRD-FRACTAL  pic X.
                   10 CTL-BRD-JULIA-CR pic S9(4)V9(14).
                   10 CTL-BRD-JULIA-CI pic S9(4)V9(14).
           01  CTL-BOARD-ROW-RECORD.
               05 CTL-BRD-ROW pic X(2004).
