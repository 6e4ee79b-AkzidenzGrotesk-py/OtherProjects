       program-id. ctlbpick.

      *    board library picker: lists the named terrains cataloged
      *    on CTLBLIB.DAT, installs a chosen entry (by its name, or
      *    its number on the listing) as the active CTLBOARD.DAT,
      *    and saves the current active board into the library
      *    under a typed name. the shop's favorite playing
      *    fields live here instead of being hand-copied .DAT files,
      *    each listed with the kind of fractal terrain it is,
      *    and a render request that clobbers the active board can
      *    always be undone by reinstalling.

           input-output section.
           file-control.
               select CTL-BLIB-FILE assign to "CTLBLIB.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is CTL-BLIB-KEY
                   file status is WS-BLIB-STATUS.
               select CTL-BOARD-FILE assign to "CTLBOARD.DAT"
                   organization is line sequential
           01 WS-CHOICE pic X value " ".
           01 WS-ACTIVE pic 9 value 0.

      *    library scan state; the listing steps from header to
      *    header, skipping each entry's rows by key. an install
      *    answer that is all digits is a listing number, anything
      *    else a board name
           01 WS-HDR-COUNT pic 999 value 0.
           01 WS-WANT      pic 999 value 0.
           01 WS-WANT-NAME pic X(20) value spaces.
           01 WS-FOUND     pic X   value "N".
           01 WS-ROWS      pic 9(5) value 0.

      *    a save appends the active board under this name
           01 WS-SV-XMAX pic S9(4)V9(14) value 0.
           01 WS-SV-YMIN pic S9(4)V9(14) value 0.
           01 WS-SV-YMAX pic S9(4)V9(14) value 0.
           01 WS-SV-FRACTAL-PARMS.
               05 WS-SV-FRACTAL  pic X value space.
               05 WS-SV-JULIA-CR pic S9(4)V9(14) value 0.
               05 WS-SV-JULIA-CI pic S9(4)V9(14) value 0.
           01 WS-TERR-COUNT pic 999 value 0.
           01 WS-TERR-X     pic 999 value 1.
           01 WS-TERRAIN-TABLE.
               05 WS-TERR-LINE occurs 999 times pic X(2004).

      *    the entry being installed is gathered here first and only
      *    written to the active board once CTLBCHK passes it
           01 WS-INS-NAME pic X(20) value spaces.
           copy "ctlbchkp".

      *    edited fields for the listing
           01 WS-ED-SEQ  pic zz9.
           01 WS-ED-XMIN pic -9999.9(14).
           01 WS-ED-XMAX pic -9999.9(14).
           01 WS-ED-YMIN pic -9999.9(14).
           01 WS-ED-YMAX pic -9999.9(14).
           01 WS-ED-CR   pic -9999.9(14).
           01 WS-ED-CI   pic -9999.9(14).

       procedure division.
           PARA-ENTRY.
                   go to PARA-LIST-EXIT
               end-if.
               move 0 to WS-HDR-COUNT.
               move 0 to WS-WANT.
               perform PARA-FIRST-HEADER.
               perform PARA-LIST-RECORD with test after
                   until WS-BLIB-EOF = "Y".
               close CTL-BLIB-FILE.
           PARA-LIST-EXIT.
               exit.

      *    the listing and a numbered install walk the headers in
      *    name order; WS-WANT, when set, stops the walk at that
      *    entry with its header in the record area
           PARA-FIRST-HEADER.
               move "N" to WS-BLIB-EOF.
               move low-values to CTL-BLIB-KEY.
               start CTL-BLIB-FILE key is not less than CTL-BLIB-KEY
                   invalid key
                       move "Y" to WS-BLIB-EOF
               end-start.

           PARA-LIST-RECORD.
               if WS-BLIB-EOF = "N"
                   read CTL-BLIB-FILE next record
                       at end
                           move "Y" to WS-BLIB-EOF
                   end-read
               end-if.
               if WS-BLIB-EOF = "N"
                   add 1 to WS-HDR-COUNT
                   if WS-WANT = 0
                       perform PARA-LIST-ENTRY
                   end-if
                   if WS-HDR-COUNT = WS-WANT
                       move "Y" to WS-FOUND
                       move "Y" to WS-BLIB-EOF
                   else
                       move 9999 to CTL-BLIB-ROWNO
                       start CTL-BLIB-FILE
                           key is greater than CTL-BLIB-KEY
                           invalid key
                               move "Y" to WS-BLIB-EOF
                       end-start
                   end-if
               end-if.

           PARA-LIST-ENTRY.
               move WS-HDR-COUNT to WS-ED-SEQ.
               move CTL-BLIB-XMIN to WS-ED-XMIN.
               move CTL-BLIB-XMAX to WS-ED-XMAX.
               move CTL-BLIB-YMIN to WS-ED-YMIN.
               move CTL-BLIB-YMAX to WS-ED-YMAX.
               display WS-ED-SEQ ") " CTL-BLIB-NAME
                   " CREATED " CTL-BLIB-CREATED
                   " BY PLAYER " CTL-BLIB-SRC-PLAYER.
               display "     X=[" WS-ED-XMIN "," WS-ED-XMAX "]".
               display "     Y=[" WS-ED-YMIN "," WS-ED-YMAX "]".
      *        an entry cataloged before the kind was recorded reads
      *        blank, and is a Mandelbrot board
               evaluate CTL-BLIB-FRACTAL
                   when "J"
                       move CTL-BLIB-JULIA-CR to WS-ED-CR
                       move CTL-BLIB-JULIA-CI to WS-ED-CI
                       display "     JULIA SET C=(" WS-ED-CR ","
                           WS-ED-CI ")"
                   when "B"
                       display "     BURNING SHIP"
                   when other
                       display "     MANDELBROT"
               end-evaluate.

      *    install a library entry as the active board: the entry's
      *    bounds become the board bounds record and its rows follow,
      *    exactly the shape MANDELBROT publishes. the entry is
      *    fetched by name - a listing number is first walked to the
      *    name it stands for - read in full and put through the
      *    playability check; the active board is only opened once
      *    the wanted entry is found and has passed, so neither a
      *    bad answer nor an unplayable terrain ever costs the board
      *    in place.
           PARA-INSTALL.
               display "INSTALL WHICH BOARD (NAME OR LISTING NUMBER)? "
                   with no advancing.
               move spaces to WS-WANT-NAME.
               accept WS-WANT-NAME.
               if WS-WANT-NAME = spaces
                   display "NO SUCH LIBRARY BOARD."
                   go to PARA-INSTALL-EXIT
               end-if.
                   display "THE BOARD LIBRARY IS EMPTY (CTLBLIB.DAT)."
                   go to PARA-INSTALL-EXIT
               end-if.
               move "N" to WS-FOUND.
               move 0 to WS-WANT.
               if function trim(WS-WANT-NAME) is numeric
                   move function numval(WS-WANT-NAME) to WS-WANT
               end-if.
               if WS-WANT > 0
                   move 0 to WS-HDR-COUNT
                   perform PARA-FIRST-HEADER
                   perform PARA-LIST-RECORD with test after
                       until WS-BLIB-EOF = "Y"
               else
                   move WS-WANT-NAME to CTL-BLIB-NAME
                   move 0 to CTL-BLIB-ROWNO
                   read CTL-BLIB-FILE
                       invalid key
                           move "N" to WS-FOUND
                       not invalid key
                           move "Y" to WS-FOUND
                   end-read
               end-if.
               if WS-FOUND not = "Y"
                   close CTL-BLIB-FILE
                   display "NO SUCH LIBRARY BOARD."
                   go to PARA-INSTALL-EXIT
               end-if.
               move CTL-BLIB-XMIN to WS-SV-XMIN.
               move CTL-BLIB-XMAX to WS-SV-XMAX.
               move CTL-BLIB-YMIN to WS-SV-YMIN.
               move CTL-BLIB-YMAX to WS-SV-YMAX.
               move CTL-BLIB-FRACTAL-PARMS to WS-SV-FRACTAL-PARMS.
               move CTL-BLIB-NAME to WS-INS-NAME.
               move 0 to WS-ROWS.
               move 0 to WS-TERR-COUNT.
               move "N" to WS-BLIB-EOF.
               perform PARA-INSTALL-RECORD with test after
                   until WS-BLIB-EOF = "Y".
               close CTL-BLIB-FILE.
               move WS-INS-NAME to CTL-BCHK-BOARD-ID.
               move "INSTALL" to CTL-BCHK-SOURCE.
               move WS-TERR-COUNT to CTL-BCHK-ROW-COUNT.
               call "ctlbchk" using CTL-BCHK-PARMS CTL-BCHK-TERRAIN.
               if CTL-BCHK-RESULT not = "P"
                   display "BOARD " WS-INS-NAME
                   display "FAILED THE PLAYABILITY CHECK - NOT"
                       " INSTALLED, SEE CTLBEXC.DAT."
                   go to PARA-INSTALL-EXIT
               end-if.
               open output CTL-BOARD-FILE.
               move spaces to CTL-BOARD-ROW-RECORD.
               move WS-SV-XMIN to CTL-BRD-XMIN.
               move WS-SV-XMAX to CTL-BRD-XMAX.
               move WS-SV-YMIN to CTL-BRD-YMIN.
               move WS-SV-YMAX to CTL-BRD-YMAX.
               move WS-INS-NAME to CTL-BRD-ID.
               move WS-SV-FRACTAL-PARMS to CTL-BRD-FRACTAL-PARMS.
               write CTL-BOARD-BOUNDS-RECORD.
               move 1 to WS-TERR-X.
               perform PARA-INSTALL-ROW with test after
                   until WS-TERR-X > WS-TERR-COUNT.
               close CTL-BOARD-FILE.
               display "BOARD INSTALLED (" WS-ROWS " ROWS).".

           PARA-INSTALL-EXIT.
               exit.

      *    the entry's rows follow its header in key order; the
      *    next entry's header ends the copy
           PARA-INSTALL-RECORD.
               read CTL-BLIB-FILE next record
                   at end
                       move "Y" to WS-BLIB-EOF
                   not at end
                       if CTL-BLIB-NAME not = WS-INS-NAME
                           move "Y" to WS-BLIB-EOF
                       else
                           if WS-TERR-COUNT < 999
                               add 1 to WS-TERR-COUNT
                               move CTL-BLIB-ROW
                                   to CTL-BCHK-TERR-LINE(WS-TERR-COUNT)
                               add 1 to WS-ROWS
                           end-if
                       end-if
               end-read.

           PARA-INSTALL-ROW.
               if WS-TERR-X <= WS-TERR-COUNT
                   move CTL-BCHK-TERR-LINE(WS-TERR-X) to CTL-BRD-ROW
                   write CTL-BOARD-ROW-RECORD
               end-if.
               add 1 to WS-TERR-X.

      *    save the active board into the library under a typed name
      *    - how a favorite playing field survives the next publish.
      *    a name the library already holds is refused before the
      *    active board is touched, never written a second time
           PARA-SAVE.
               display "SAVE UNDER WHAT NAME? " with no advancing.
               move spaces to WS-NEW-NAME.
               move CTL-BRD-XMAX to WS-SV-XMAX.
               move CTL-BRD-YMIN to WS-SV-YMIN.
               move CTL-BRD-YMAX to WS-SV-YMAX.
               move CTL-BRD-FRACTAL-PARMS to WS-SV-FRACTAL-PARMS.
               open i-o CTL-BLIB-FILE.
               if WS-BLIB-STATUS not = "00"
                   open output CTL-BLIB-FILE
                   close CTL-BLIB-FILE
                   open i-o CTL-BLIB-FILE
               end-if.
               move spaces to CTL-BLIB-RECORD.
               move WS-NEW-NAME to CTL-BLIB-NAME.
               move 0 to CTL-BLIB-ROWNO.
               move "H" to CTL-BLIB-TYPE.
               move function current-date(1:8) to CTL-BLIB-CREATED.
               move space to CTL-BLIB-SRC-PLAYER.
               move WS-SV-XMIN to CTL-BLIB-XMIN.
               move WS-SV-XMAX to CTL-BLIB-XMAX.
               move WS-SV-YMIN to CTL-BLIB-YMIN.
               move WS-SV-YMAX to CTL-BLIB-YMAX.
               move WS-SV-FRACTAL-PARMS to CTL-BLIB-FRACTAL-PARMS.
               move "Y" to WS-FOUND.
               write CTL-BLIB-RECORD
                   invalid key
                       move "N" to WS-FOUND
               end-write.
               if WS-FOUND = "N"
                   close CTL-BLIB-FILE
                   close CTL-BOARD-FILE
                   display "THE LIBRARY ALREADY HOLDS A BOARD NAMED "
                       WS-NEW-NAME
                   display "NOT SAVED - CHOOSE ANOTHER NAME."
                   go to PARA-SAVE-EXIT
               end-if.
               move 0 to WS-ROWS.
               move 0 to WS-TERR-COUNT.
               move "N" to WS-BOARD-EOF.
                   at end
                       move "Y" to WS-BOARD-EOF
                   not at end
                       add 1 to WS-ROWS
                       move WS-NEW-NAME to CTL-BLIB-NAME
                       move WS-ROWS to CTL-BLIB-ROWNO
                       move "R" to CTL-BLIB-TYPE
                       move CTL-BRD-ROW to CTL-BLIB-ROW
                       write CTL-BLIB-RECORD
                       if WS-TERR-COUNT < 999
                           add 1 to WS-TERR-COUNT
                           move CTL-BRD-ROW
               move WS-SV-YMIN to CTL-BRD-YMIN.
               move WS-SV-YMAX to CTL-BRD-YMAX.
               move WS-NEW-NAME to CTL-BRD-ID.
               move WS-SV-FRACTAL-PARMS to CTL-BRD-FRACTAL-PARMS.
               write CTL-BOARD-BOUNDS-RECORD.
               move 1 to WS-TERR-X.
               perform PARA-RESTAMP-ROW with test after
