      *    board playability check interface - the parameters passed
      *    to CTLBCHK by every program about to put a terrain in
      *    front of the players (MANDELBROT publishing a rendered
      *    board, CTLBPICK installing a library board). the caller
      *    fills in the board's library name, what it is doing
      *    ("PUBLISH" or "INSTALL"), and the glyph rows exactly as
      *    they will stand on CTLBOARD.DAT with their count; CTLBCHK
      *    hands back CTL-BCHK-RESULT "P" (playable) or "F" (do not
      *    install), the percentage of the board that is wall, the
      *    largest connected open area in cells and the number of
      *    problems it wrote to the exception listing CTLBEXC.DAT.
           01  CTL-BCHK-PARMS.
               05 CTL-BCHK-BOARD-ID  pic X(20).
               05 CTL-BCHK-SOURCE    pic X(8).
               05 CTL-BCHK-ROW-COUNT pic 999.
               05 CTL-BCHK-RESULT    pic X.
               05 CTL-BCHK-WALL-PCT  pic 999.
               05 CTL-BCHK-LARGEST   pic 9(7).
               05 CTL-BCHK-PROBLEMS  pic 9(5).
           01  CTL-BCHK-TERRAIN.
               05 CTL-BCHK-TERR-LINE occurs 999 times pic X(2004).
