      *    board library file (CTLBLIB.DAT) - every published board
      *    terrain kept as a named catalog entry instead of living
      *    only in CTLBOARD.DAT until the next render clobbers it.
      *    the file is indexed on the entry name plus a row number:
      *    row 0000 is the entry's "H" header (creation date, the
      *    player whose request made it, and the region bounds it
      *    was rendered from) and rows 0001 up are its "R" glyph
      *    rows, exactly as the rows stand on CTLBOARD.DAT. a board
      *    is fetched by reading its header by key and reading on
      *    until the name changes; a name already in the library is
      *    refused by the duplicate key on the header write.
      *    MANDELBROT adds an entry for every board it publishes;
      *    the CTLBPICK picker lists entries, installs a chosen one
      *    as the active board and saves the active board under a
      *    new name; CTLPLAY and CTLRECON rebuild a session's
      *    terrain from it. CTLBCONV loads a library kept in the
      *    old sequential layout.
      *    the header also records what kind of terrain the board
      *    is: CTL-BLIB-FRACTAL "M" Mandelbrot, "J" Julia set of
      *    the constant (CTL-BLIB-JULIA-CR, CTL-BLIB-JULIA-CI), "B"
      *    burning ship - blank on an entry cataloged before the
      *    type existed, which is a Mandelbrot board.
           01  CTL-BLIB-RECORD.
               05 CTL-BLIB-KEY.
                   10 CTL-BLIB-NAME    pic X(20).
                   10 CTL-BLIB-ROWNO   pic 9(4).
               05 CTL-BLIB-TYPE        pic X.
               05 CTL-BLIB-ROW         pic X(2004).
               05 CTL-BLIB-HDR-DATA redefines CTL-BLIB-ROW.
                   10 CTL-BLIB-CREATED    pic 9(8).
                   10 CTL-BLIB-SRC-PLAYER pic X.
                   10 CTL-BLIB-XMIN       pic S9(4)V9(14).
                   10 CTL-BLIB-XMAX       pic S9(4)V9(14).
                   10 CTL-BLIB-YMIN       pic S9(4)V9(14).
                   10 CTL-BLIB-YMAX       pic S9(4)V9(14).
                   10 CTL-BLIB-FRACTAL-PARMS.
                       15 CTL-BLIB-FRACTAL  pic X.
                       15 CTL-BLIB-JULIA-CR pic S9(4)V9(14).
                       15 CTL-BLIB-JULIA-CI pic S9(4)V9(14).
                   10 filler              pic X(1886).
