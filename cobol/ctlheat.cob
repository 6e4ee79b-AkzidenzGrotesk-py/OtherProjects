       id division.
       program-id. ctlheat.

      *    player movement heatmap over the keystroke audit trail:
      *    reads the live CTLAUDIT.DAT plus any CTLARCH archive
      *    generations (CAyymmdd.DAT) named at the prompts, and
      *    counts, for each board library entry the records are
      *    stamped with, how many keystrokes players made standing
      *    on each cell - where they spend their time, and which
      *    open cells nobody ever reaches. one player or all, and
      *    a date range, narrow what is counted. event markers
      *    (the upper-case keys) are not keystrokes and records
      *    from before boards were stamped name no board, so
      *    neither is counted.
      *    the counts go to CTLHEAT.DAT in the MBDTL.DAT layout,
      *    one region per board scaled to an iteration limit of
      *    255 so MBIMAGE can export any board as a graymap
      *    (busiest cells brightest, cells never stood on black);
      *    the glyph overlay listing CTLHEATL.DAT shows each
      *    board's terrain with its nine busiest cells marked H1 to
      *    H9 and, on the board installed now, the objectives on
      *    CTLOBJ.DAT marked "$", with the visits at each.

       environment division.
           input-output section.
           file-control.
               select CTL-AUDIT-FILE assign to WS-AUD-FILENAME
                   organization is line sequential
                   file status is WS-AUDIT-STATUS.
               select CTL-BLIB-FILE assign to "CTLBLIB.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is CTL-BLIB-KEY
                   file status is WS-BLIB-STATUS.
               select CTL-BOARD-FILE assign to "CTLBOARD.DAT"
                   organization is line sequential
                   file status is WS-BOARD-STATUS.
               select CTL-OBJ-FILE assign to "CTLOBJ.DAT"
                   organization is line sequential
                   file status is WS-OBJ-STATUS.
               select CTL-HEAT-FILE assign to "CTLHEAT.DAT"
                   organization is line sequential
                   file status is WS-HEAT-STATUS.
               select CTL-LIST-FILE assign to "CTLHEATL.DAT"
                   organization is line sequential
                   file status is WS-LIST-STATUS.

       data division.
           file section.
           FD  CTL-AUDIT-FILE.
           copy "ctlaud".

      *    board library, for the terrain under each heatmap
           FD  CTL-BLIB-FILE.
           copy "ctlblib".

      *    the active board, for which board the objectives are on
           FD  CTL-BOARD-FILE.
           copy "ctlbrd".

           FD  CTL-OBJ-FILE.
           copy "ctlobj".

      *    visit counts, one detail region per board
           FD  CTL-HEAT-FILE.
           copy "mbdtl".

           FD  CTL-LIST-FILE.
           01  CTL-LIST-RECORD.
               05 CTL-LIST-LINE pic X(2010).

           working-storage section.
           01 WS-AUDIT-STATUS pic XX value "00".
           01 WS-BLIB-STATUS  pic XX value "00".
           01 WS-BOARD-STATUS pic XX value "00".
           01 WS-OBJ-STATUS   pic XX value "00".
           01 WS-HEAT-STATUS  pic XX value "00".
           01 WS-LIST-STATUS  pic XX value "00".
           01 WS-AUDIT-EOF    pic X  value "N".
           01 WS-BLIB-EOF     pic X  value "N".
           01 WS-OBJ-EOF      pic X  value "N".

      *    the trails to read: the live trail first, then each
      *    archive generation named, with what each gave up
           01 WS-AUD-FILENAME pic X(12) value "CTLAUDIT.DAT".
           01 WS-ARCH-NAME    pic X(12) value spaces.
           01 WS-FILE-COUNT   pic 99 value 0.
           01 WS-FILE-X       pic 99 value 0.
           01 WS-FILE-TABLE.
               05 WS-FILE occurs 21 times.
                   10 WS-FILE-NAME  pic X(12).
                   10 WS-FILE-FOUND pic X.
                   10 WS-FILE-READ  pic 9(7).
                   10 WS-FILE-TAKEN pic 9(7).

      *    selection: one player or all (blank), and a date range
      *    on the record timestamps; a blank bound is open
           01 WS-SEL-PLAYER pic X    value space.
           01 WS-SEL-FROM-X pic X(8) value spaces.
           01 WS-SEL-TO-X   pic X(8) value spaces.
           01 WS-SEL-FROM   pic 9(8) value 0.
           01 WS-SEL-TO     pic 9(8) value 99999999.
           01 WS-TAKE       pic X    value "N".

      *    the boards the selected records were played on, in the
      *    order first met, each with the largest board size any of
      *    its records carried. WS-BRD-OFFSET places a board's
      *    cells in the count area for the pass that counts it
           01 WS-BRD-COUNT pic 999 value 0.
           01 WS-BRD-X     pic 999 value 0.
           01 WS-BRD-HIT   pic 999 value 0.
           01 WS-BRD-OVER  pic 9(7) value 0.
           01 WS-BRD-TABLE.
               05 WS-BRD occurs 200 times.
                   10 WS-BRD-ID     pic X(20).
                   10 WS-BRD-W      pic 999.
                   10 WS-BRD-H      pic 999.
                   10 WS-BRD-RECS   pic 9(7).
                   10 WS-BRD-OFFSET pic 9(7) comp.

      *    visit counts per cell. as many boards as fit are counted
      *    in one pass over the trails; a board's cells are row by
      *    row from its offset, cell = offset + PY * width + PX + 1
           01 WS-CELL-TABLE.
               05 WS-CELL-AREA occurs 998001 times pic 9(7) comp.
           01 WS-CELL-MAX  pic 9(7) comp value 998001.
           01 WS-PASS-FIRST pic 999 value 1.
           01 WS-PASS-LAST  pic 999 value 0.
           01 WS-PASS-USED  pic 9(7) comp value 0.
           01 WS-PASS-FULL  pic X value "N".
           01 WS-BRD-CELLS  pic 9(7) comp value 0.
           01 WS-CELL       pic 9(7) comp value 0.
           01 WS-CELL-END   pic 9(7) comp value 0.

      *    the board being written out
           01 WS-CX         pic 999 value 0.
           01 WS-CY         pic 999 value 0.
           01 WS-W          pic 999 value 0.
           01 WS-H          pic 999 value 0.
           01 WS-VISITS     pic 9(9) value 0.
           01 WS-BUSIEST    pic 9(7) value 0.
           01 WS-VISITED    pic 9(7) value 0.
           01 WS-UNUSED     pic 9(7) value 0.
           01 WS-OPEN-CELLS pic 9(7) value 0.
           01 WS-SCALED     pic 999 value 0.
           01 WS-IS-WALL    pic X value "N".
           01 WS-REGIONS    pic 9(4) value 0.

      *    the nine busiest cells of the board, busiest first
           01 WS-TOP-COUNT pic 9 value 0.
           01 WS-TOP-X     pic 99 value 0.
           01 WS-TOP-Y     pic 99 value 0.
           01 WS-TOP-HIT   pic 9 value 0.
           01 WS-TOP-TAKEN pic X value "N".
           01 WS-BEST-CELL pic 9(7) comp value 0.
           01 WS-BEST      pic 9(7) value 0.
           01 WS-TOP-TABLE.
               05 WS-TOP occurs 9 times.
                   10 WS-TOP-CELL  pic 9(7) comp.
                   10 WS-TOP-PX    pic 999.
                   10 WS-TOP-PY    pic 999.
                   10 WS-TOP-VISITS pic 9(7).

      *    the board's terrain from the library; a board missing
      *    from the library is drawn open
           01 WS-TERR-LOADED pic X value "N".
           01 WS-TERR-COUNT  pic 999 value 0.
           01 WS-TERRAIN-TABLE.
               05 WS-TERR-LINE occurs 999 times pic X(2004).
           01 WS-TERR-COL pic 9999 value 1.

      *    the objectives, and the board they stand on (the one
      *    installed now)
           01 WS-ACTIVE-ID  pic X(20) value spaces.
           01 WS-OBJ-COUNT  pic 99 value 0.
           01 WS-OBJ-X      pic 99 value 0.
           01 WS-OBJ-HIT    pic 99 value 0.
           01 WS-OBJ-TABLE.
               05 WS-OBJ occurs 50 times.
                   10 WS-OBJ-PX    pic 999.
                   10 WS-OBJ-PY    pic 999.
                   10 WS-OBJ-TAKEN pic X.

      *    edited fields and the listing line
           01 WS-ED-CNT  pic zzzzzz9.
           01 WS-ED-VIS  pic zzzzzzzz9.
           01 WS-ED-PX   pic zz9.
           01 WS-ED-PY   pic zz9.
           01 WS-ED-SEQ  pic zzz9.
           01 WS-ED-W    pic zz9.
           01 WS-ED-H    pic zz9.
           01 WS-LINE    pic X(2010) value spaces.
           01 WS-POS     pic 9999 value 1.

       procedure division.
           PARA-ENTRY.
               perform PARA-ASK.
               perform PARA-LOAD-OBJECTIVES.
               perform PARA-CATALOG.
               if WS-BRD-COUNT = 0
                   display "NO SELECTED KEYSTROKES ON THE TRAILS."
                   move 4 to return-code
                   go to PARA-EXIT
               end-if.
               open output CTL-HEAT-FILE.
               open output CTL-LIST-FILE.
               perform PARA-LIST-HEADING.
               move 1 to WS-PASS-FIRST.
               perform PARA-PASS with test after
                   until WS-PASS-FIRST > WS-BRD-COUNT.
               move "END OF LISTING" to WS-LINE.
               perform PARA-PUT-LINE.
               close CTL-HEAT-FILE.
               close CTL-LIST-FILE.
               move WS-REGIONS to WS-ED-SEQ.
               display "WROTE CTLHEAT.DAT AND CTLHEATL.DAT," WS-ED-SEQ
                   " BOARDS.".
               go to PARA-EXIT.

           PARA-EXIT.
               stop run.

      *    the selection and the archive generations to read
           PARA-ASK.
               display "HEATMAP FOR WHICH PLAYER (ENTER FOR ALL)? "
                   with no advancing.
               accept WS-SEL-PLAYER.
               display "FROM DATE YYYYMMDD (ENTER FOR THE START)? "
                   with no advancing.
               accept WS-SEL-FROM-X.
               if WS-SEL-FROM-X is numeric
                   move WS-SEL-FROM-X to WS-SEL-FROM
               end-if.
               display "TO DATE YYYYMMDD (ENTER FOR THE END)? "
                   with no advancing.
               accept WS-SEL-TO-X.
               if WS-SEL-TO-X is numeric
                   move WS-SEL-TO-X to WS-SEL-TO
               end-if.
               move 1 to WS-FILE-COUNT.
               move "CTLAUDIT.DAT" to WS-FILE-NAME(1).
               move "A" to WS-ARCH-NAME.
               perform PARA-ASK-ARCHIVE with test after
                   until WS-ARCH-NAME = spaces.

           PARA-ASK-ARCHIVE.
               display "ALSO READ ARCHIVE (CAyymmdd.DAT, ENTER WHEN"
                   " DONE)? " with no advancing.
               move spaces to WS-ARCH-NAME.
               accept WS-ARCH-NAME.
               if WS-ARCH-NAME not = spaces
                   if WS-FILE-COUNT < 21
                       add 1 to WS-FILE-COUNT
                       move WS-ARCH-NAME to WS-FILE-NAME(WS-FILE-COUNT)
                   else
                       display "NO ROOM FOR MORE THAN 20 ARCHIVES."
                       move spaces to WS-ARCH-NAME
                   end-if
               end-if.

      *    the board now installed, and the objectives standing on it
           PARA-LOAD-OBJECTIVES.
               open input CTL-BOARD-FILE.
               if WS-BOARD-STATUS = "00"
                   read CTL-BOARD-FILE
                   if WS-BOARD-STATUS = "00"
                       move CTL-BRD-ID to WS-ACTIVE-ID
                   end-if
                   close CTL-BOARD-FILE
               end-if.
               open input CTL-OBJ-FILE.
               if WS-OBJ-STATUS = "00"
                   perform PARA-LOAD-OBJ-REC with test after
                       until WS-OBJ-EOF = "Y"
                   close CTL-OBJ-FILE
               end-if.

           PARA-LOAD-OBJ-REC.
               read CTL-OBJ-FILE
                   at end
                       move "Y" to WS-OBJ-EOF
                   not at end
                       if WS-OBJ-COUNT < 50
                           add 1 to WS-OBJ-COUNT
                           move CTL-OBJ-PX to WS-OBJ-PX(WS-OBJ-COUNT)
                           move CTL-OBJ-PY to WS-OBJ-PY(WS-OBJ-COUNT)
                           move CTL-OBJ-TAKEN
                               to WS-OBJ-TAKEN(WS-OBJ-COUNT)
                       end-if
               end-read.

      *    first pass: which boards the selected records were played
      *    on, and how big each was
           PARA-CATALOG.
               move 0 to WS-PASS-LAST.
               move 1 to WS-FILE-X.
               perform PARA-SCAN-FILE with test after
                   until WS-FILE-X > WS-FILE-COUNT.

      *    one trail, read in full; the catalog pass (WS-PASS-LAST
      *    still zero) also notes what each trail gave up
           PARA-SCAN-FILE.
               if WS-FILE-X <= WS-FILE-COUNT
                   move WS-FILE-NAME(WS-FILE-X) to WS-AUD-FILENAME
                   move "N" to WS-AUDIT-EOF
                   open input CTL-AUDIT-FILE
                   if WS-AUDIT-STATUS = "00"
                       if WS-PASS-LAST = 0
                           move "Y" to WS-FILE-FOUND(WS-FILE-X)
                           move 0 to WS-FILE-READ(WS-FILE-X)
                           move 0 to WS-FILE-TAKEN(WS-FILE-X)
                       end-if
                       perform PARA-SCAN-RECORD with test after
                           until WS-AUDIT-EOF = "Y"
                       close CTL-AUDIT-FILE
                   else
                       if WS-PASS-LAST = 0
                           move "N" to WS-FILE-FOUND(WS-FILE-X)
                           display "NOTE: " WS-AUD-FILENAME
                               " NOT FOUND - SKIPPED."
                       end-if
                   end-if
               end-if.
               add 1 to WS-FILE-X.

           PARA-SCAN-RECORD.
               read CTL-AUDIT-FILE
                   at end
                       move "Y" to WS-AUDIT-EOF
                   not at end
                       perform PARA-SELECT
                       if WS-PASS-LAST = 0
                           add 1 to WS-FILE-READ(WS-FILE-X)
                           if WS-TAKE = "Y"
                               add 1 to WS-FILE-TAKEN(WS-FILE-X)
                               perform PARA-CATALOG-RECORD
                           end-if
                       else
                           if WS-TAKE = "Y"
                               perform PARA-TALLY-RECORD
                           end-if
                       end-if
               end-read.

      *    a player's keystroke on a stamped board, inside the
      *    selection. an archive generation ends with CTLARCH's
      *    trailer control record, which can come back in pieces -
      *    audit timestamps always start with a digit, anything
      *    else is trailer data
           PARA-SELECT.
               move "N" to WS-TAKE.
               if CTL-AUD-TIMESTAMP(1:1) >= "0"
                   and CTL-AUD-TIMESTAMP(1:1) <= "9"
                   and (WS-SEL-PLAYER = space
                       or CTL-AUD-PLAYER = WS-SEL-PLAYER)
                   and CTL-AUD-BOARD-ID not = spaces
                   and CTL-AUD-GRD-W is numeric
                   and CTL-AUD-GRD-H is numeric
                   and CTL-AUD-PX is numeric
                   and CTL-AUD-PY is numeric
                   move "Y" to WS-TAKE
               end-if.
               if WS-TAKE = "Y"
                   if (CTL-AUD-KEY is alphabetic-upper
                           and CTL-AUD-KEY not = space)
                       or CTL-AUD-TIMESTAMP(1:8) < WS-SEL-FROM
                       or CTL-AUD-TIMESTAMP(1:8) > WS-SEL-TO
                       or CTL-AUD-GRD-W = 0 or CTL-AUD-GRD-H = 0
                       or CTL-AUD-PX >= CTL-AUD-GRD-W
                       or CTL-AUD-PY >= CTL-AUD-GRD-H
                       move "N" to WS-TAKE
                   end-if
               end-if.

           PARA-CATALOG-RECORD.
               perform PARA-FIND-BOARD.
               if WS-BRD-HIT = 0
                   if WS-BRD-COUNT < 200
                       add 1 to WS-BRD-COUNT
                       move WS-BRD-COUNT to WS-BRD-HIT
                       move CTL-AUD-BOARD-ID to WS-BRD-ID(WS-BRD-HIT)
                       move 0 to WS-BRD-W(WS-BRD-HIT)
                       move 0 to WS-BRD-H(WS-BRD-HIT)
                       move 0 to WS-BRD-RECS(WS-BRD-HIT)
                   else
                       add 1 to WS-BRD-OVER
                   end-if
               end-if.
               if WS-BRD-HIT > 0
                   add 1 to WS-BRD-RECS(WS-BRD-HIT)
                   if CTL-AUD-GRD-W > WS-BRD-W(WS-BRD-HIT)
                       move CTL-AUD-GRD-W to WS-BRD-W(WS-BRD-HIT)
                   end-if
                   if CTL-AUD-GRD-H > WS-BRD-H(WS-BRD-HIT)
                       move CTL-AUD-GRD-H to WS-BRD-H(WS-BRD-HIT)
                   end-if
               end-if.

           PARA-FIND-BOARD.
               move 0 to WS-BRD-HIT.
               move 1 to WS-BRD-X.
               perform PARA-FIND-BOARD-SCAN with test after
                   until WS-BRD-HIT > 0 or WS-BRD-X > WS-BRD-COUNT.

           PARA-FIND-BOARD-SCAN.
               if WS-BRD-X <= WS-BRD-COUNT
                   and WS-BRD-ID(WS-BRD-X) = CTL-AUD-BOARD-ID
                   move WS-BRD-X to WS-BRD-HIT
               else
                   add 1 to WS-BRD-X
               end-if.

      *    one counting pass: lay out as many boards from
      *    WS-PASS-FIRST on as the count area holds, read every
      *    trail again counting their keystrokes, and write them
           PARA-PASS.
               move 0 to WS-PASS-USED.
               move "N" to WS-PASS-FULL.
               compute WS-PASS-LAST = WS-PASS-FIRST - 1.
               move WS-PASS-FIRST to WS-BRD-X.
               perform PARA-PLACE-BOARD with test after
                   until WS-PASS-FULL = "Y" or WS-BRD-X > WS-BRD-COUNT.
               move 1 to WS-CELL.
               perform PARA-CLEAR-CELL with test after
                   until WS-CELL > WS-PASS-USED.
               move 1 to WS-FILE-X.
               perform PARA-SCAN-FILE with test after
                   until WS-FILE-X > WS-FILE-COUNT.
               move WS-PASS-FIRST to WS-BRD-X.
               perform PARA-WRITE-BOARD with test after
                   until WS-BRD-X > WS-PASS-LAST.
               compute WS-PASS-FIRST = WS-PASS-LAST + 1.

           PARA-PLACE-BOARD.
               if WS-BRD-X <= WS-BRD-COUNT
                   compute WS-BRD-CELLS =
                       WS-BRD-W(WS-BRD-X) * WS-BRD-H(WS-BRD-X)
                   if WS-PASS-USED + WS-BRD-CELLS > WS-CELL-MAX
                       move "Y" to WS-PASS-FULL
                   else
                       move WS-PASS-USED to WS-BRD-OFFSET(WS-BRD-X)
                       add WS-BRD-CELLS to WS-PASS-USED
                       move WS-BRD-X to WS-PASS-LAST
                       add 1 to WS-BRD-X
                   end-if
               end-if.

           PARA-CLEAR-CELL.
               if WS-CELL <= WS-PASS-USED
                   move 0 to WS-CELL-AREA(WS-CELL)
               end-if.
               add 1 to WS-CELL.

           PARA-TALLY-RECORD.
               perform PARA-FIND-BOARD.
               if WS-BRD-HIT >= WS-PASS-FIRST
                   and WS-BRD-HIT <= WS-PASS-LAST
                   compute WS-CELL = WS-BRD-OFFSET(WS-BRD-HIT)
                       + CTL-AUD-PY * WS-BRD-W(WS-BRD-HIT)
                       + CTL-AUD-PX + 1
                   add 1 to WS-CELL-AREA(WS-CELL)
               end-if.

      *    one board out: its region on the heat file and its
      *    overlay on the listing
           PARA-WRITE-BOARD.
               if WS-BRD-X <= WS-PASS-LAST
                   move WS-BRD-W(WS-BRD-X) to WS-W
                   move WS-BRD-H(WS-BRD-X) to WS-H
                   perform PARA-LOAD-TERRAIN
                   perform PARA-BOARD-FIGURES
                   perform PARA-PICK-TOP
                   add 1 to WS-REGIONS
                   perform PARA-WRITE-REGION
                   perform PARA-LIST-BOARD
               end-if.
               add 1 to WS-BRD-X.

           PARA-LOAD-TERRAIN.
               move 0 to WS-TERR-COUNT.
               move "N" to WS-TERR-LOADED.
               move "N" to WS-BLIB-EOF.
               open input CTL-BLIB-FILE.
               if WS-BLIB-STATUS = "00"
                   move WS-BRD-ID(WS-BRD-X) to CTL-BLIB-NAME
                   move 0 to CTL-BLIB-ROWNO
                   read CTL-BLIB-FILE
                       invalid key
                           move "Y" to WS-BLIB-EOF
                   end-read
                   if WS-BLIB-EOF = "N"
                       perform PARA-LOAD-TERR-ROW with test after
                           until WS-BLIB-EOF = "Y"
                   end-if
                   close CTL-BLIB-FILE
               end-if.

      *    the entry's rows follow its header in key order; the
      *    next entry's header ends the board
           PARA-LOAD-TERR-ROW.
               read CTL-BLIB-FILE next record
                   at end
                       move "Y" to WS-BLIB-EOF
                   not at end
                       if CTL-BLIB-NAME not = WS-BRD-ID(WS-BRD-X)
                           move "Y" to WS-BLIB-EOF
                       else
                           if WS-TERR-COUNT < 999
                               add 1 to WS-TERR-COUNT
                               move CTL-BLIB-ROW
                                   to WS-TERR-LINE(WS-TERR-COUNT)
                               move "Y" to WS-TERR-LOADED
                           end-if
                       end-if
               end-read.

      *    is the cell at (WS-CX, WS-CY) a wall on the terrain?
      *    cells off the end of the terrain are open
           PARA-CHECK-WALL.
               move "N" to WS-IS-WALL.
               compute WS-TERR-COL = 9 + WS-CX * 2.
               if WS-TERR-LOADED = "Y"
                   and WS-CY < WS-TERR-COUNT
                   and WS-TERR-COL < 2004
                   if WS-TERR-LINE(WS-CY + 1)(WS-TERR-COL:2) = "@@"
                       move "Y" to WS-IS-WALL
                   end-if
               end-if.

      *    totals over the board's cells
           PARA-BOARD-FIGURES.
               move 0 to WS-VISITS WS-BUSIEST WS-VISITED.
               move 0 to WS-UNUSED WS-OPEN-CELLS.
               move 0 to WS-CY.
               perform PARA-FIGURE-ROW with test after
                   until WS-CY >= WS-H.

           PARA-FIGURE-ROW.
               move 0 to WS-CX.
               perform PARA-FIGURE-CELL with test after
                   until WS-CX >= WS-W.
               add 1 to WS-CY.

           PARA-FIGURE-CELL.
               compute WS-CELL = WS-BRD-OFFSET(WS-BRD-X)
                   + WS-CY * WS-W + WS-CX + 1.
               add WS-CELL-AREA(WS-CELL) to WS-VISITS.
               if WS-CELL-AREA(WS-CELL) > WS-BUSIEST
                   move WS-CELL-AREA(WS-CELL) to WS-BUSIEST
               end-if.
               if WS-CELL-AREA(WS-CELL) > 0
                   add 1 to WS-VISITED
               end-if.
               perform PARA-CHECK-WALL.
               if WS-IS-WALL = "N"
                   add 1 to WS-OPEN-CELLS
                   if WS-CELL-AREA(WS-CELL) = 0
                       add 1 to WS-UNUSED
                   end-if
               end-if.
               add 1 to WS-CX.

      *    the nine busiest cells, busiest first; a tie goes to the
      *    cell nearer the top left
           PARA-PICK-TOP.
               move 0 to WS-TOP-COUNT.
               move 1 to WS-TOP-X.
               perform PARA-PICK-ONE with test after
                   until WS-TOP-X > 9.

           PARA-PICK-ONE.
               move 0 to WS-BEST WS-BEST-CELL.
               compute WS-CELL = WS-BRD-OFFSET(WS-BRD-X) + 1.
               compute WS-CELL-END = WS-BRD-OFFSET(WS-BRD-X)
                   + WS-W * WS-H.
               perform PARA-PICK-SCAN with test after
                   until WS-CELL > WS-CELL-END.
               if WS-BEST > 0
                   add 1 to WS-TOP-COUNT
                   move WS-BEST-CELL to WS-TOP-CELL(WS-TOP-COUNT)
                   move WS-BEST to WS-TOP-VISITS(WS-TOP-COUNT)
                   compute WS-CELL =
                       WS-BEST-CELL - WS-BRD-OFFSET(WS-BRD-X) - 1
                   divide WS-CELL by WS-W
                       giving WS-TOP-PY(WS-TOP-COUNT)
                       remainder WS-TOP-PX(WS-TOP-COUNT)
               end-if.
               add 1 to WS-TOP-X.

           PARA-PICK-SCAN.
               if WS-CELL <= WS-CELL-END
                   and WS-CELL-AREA(WS-CELL) > WS-BEST
                   perform PARA-FIND-TOP
                   if WS-TOP-HIT = 0
                       move WS-CELL-AREA(WS-CELL) to WS-BEST
                       move WS-CELL to WS-BEST-CELL
                   end-if
               end-if.
               add 1 to WS-CELL.

      *    is WS-CELL already one of the busiest picked?
           PARA-FIND-TOP.
               move 0 to WS-TOP-HIT.
               move 1 to WS-TOP-Y.
               perform PARA-FIND-TOP-SCAN with test after
                   until WS-TOP-HIT > 0 or WS-TOP-Y > WS-TOP-COUNT.

           PARA-FIND-TOP-SCAN.
               if WS-TOP-Y <= WS-TOP-COUNT
                   and WS-TOP-CELL(WS-TOP-Y) = WS-CELL
                   move WS-TOP-Y to WS-TOP-HIT
               else
                   add 1 to WS-TOP-Y
               end-if.

      *    the board as a detail region: rows are board rows and
      *    cells board columns, so the header carries one more of
      *    each, the way MANDELBROT's headers do. counts scale to
      *    1..253 against the busiest cell - 254, one short of the
      *    limit, is what MBIMAGE blacks out as never escaping
           PARA-WRITE-REGION.
               move spaces to MB-DTL-RECORD.
               move "H" to MB-DTL-TYPE.
               move WS-REGIONS to MB-DTL-SEQ.
               compute MB-DTL-HDR-WIDTH = WS-H + 1.
               compute MB-DTL-HDR-HEIGHT = WS-W + 1.
               move 255 to MB-DTL-HDR-MAXITER.
               write MB-DTL-RECORD.
               move 0 to WS-CY.
               perform PARA-REGION-ROW with test after
                   until WS-CY >= WS-H.

           PARA-REGION-ROW.
               move spaces to MB-DTL-RECORD.
               move "R" to MB-DTL-TYPE.
               move WS-REGIONS to MB-DTL-SEQ.
               compute MB-DTL-ROW = WS-CY + 1.
               move 0 to WS-CX.
               perform PARA-REGION-CELL with test after
                   until WS-CX >= WS-W.
               write MB-DTL-RECORD.
               add 1 to WS-CY.

           PARA-REGION-CELL.
               compute WS-CELL = WS-BRD-OFFSET(WS-BRD-X)
                   + WS-CY * WS-W + WS-CX + 1.
               move 0 to WS-SCALED.
               if WS-CELL-AREA(WS-CELL) > 0
                   compute WS-SCALED =
                       WS-CELL-AREA(WS-CELL) * 253 / WS-BUSIEST
                   if WS-SCALED = 0
                       move 1 to WS-SCALED
                   end-if
               end-if.
               move WS-SCALED to MB-DTL-ITER(WS-CX + 1).
               add 1 to WS-CX.

      *    listing heading: the selection and the trails read
           PARA-LIST-HEADING.
               move "PLAYER MOVEMENT HEATMAP" to WS-LINE.
               perform PARA-PUT-LINE.
               move spaces to WS-LINE.
               if WS-SEL-PLAYER = space
                   string "  PLAYERS ALL" delimited by size
                       into WS-LINE
                   end-string
               else
                   string "  PLAYER " WS-SEL-PLAYER
                       delimited by size into WS-LINE
                   end-string
               end-if.
               move "FROM" to WS-LINE(20:4).
               if WS-SEL-FROM = 0
                   move "THE START" to WS-LINE(25:9)
               else
                   move WS-SEL-FROM-X to WS-LINE(25:8)
               end-if.
               move "TO" to WS-LINE(35:2).
               if WS-SEL-TO = 99999999
                   move "THE END" to WS-LINE(38:7)
               else
                   move WS-SEL-TO-X to WS-LINE(38:8)
               end-if.
               perform PARA-PUT-LINE.
               move 1 to WS-FILE-X.
               perform PARA-LIST-FILE with test after
                   until WS-FILE-X > WS-FILE-COUNT.
               if WS-BRD-OVER > 0
                   move WS-BRD-OVER to WS-ED-CNT
                   move spaces to WS-LINE
                   string "  " WS-ED-CNT " KEYSTROKES ON BOARDS PAST"
                       " THE FIRST 200 NOT COUNTED"
                       delimited by size into WS-LINE
                   end-string
                   perform PARA-PUT-LINE
               end-if.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.

           PARA-LIST-FILE.
               if WS-FILE-X <= WS-FILE-COUNT
                   move spaces to WS-LINE
                   if WS-FILE-FOUND(WS-FILE-X) = "Y"
                       move WS-FILE-READ(WS-FILE-X) to WS-ED-CNT
                       move WS-FILE-TAKEN(WS-FILE-X) to WS-ED-VIS
                       string "  TRAIL " WS-FILE-NAME(WS-FILE-X)
                           " RECORDS " WS-ED-CNT
                           " COUNTED " WS-ED-VIS
                           delimited by size into WS-LINE
                       end-string
                   else
                       string "  TRAIL " WS-FILE-NAME(WS-FILE-X)
                           " NOT FOUND"
                           delimited by size into WS-LINE
                       end-string
                   end-if
                   perform PARA-PUT-LINE
               end-if.
               add 1 to WS-FILE-X.

      *    one board's overlay: figures, the terrain with the busiest
      *    cells and the objectives marked, then the key to the marks
           PARA-LIST-BOARD.
               move WS-REGIONS to WS-ED-SEQ.
               move WS-W to WS-ED-W.
               move WS-H to WS-ED-H.
               move spaces to WS-LINE.
               string "BOARD " WS-BRD-ID(WS-BRD-X)
                   "  " WS-ED-W " X" WS-ED-H
                   "  CTLHEAT.DAT REGION" WS-ED-SEQ
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               move WS-VISITS to WS-ED-VIS.
               move WS-BUSIEST to WS-ED-CNT.
               move spaces to WS-LINE.
               string "  KEYSTROKES " WS-ED-VIS
                   "  BUSIEST CELL " WS-ED-CNT
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               move WS-VISITED to WS-ED-CNT.
               move WS-UNUSED to WS-ED-VIS.
               move spaces to WS-LINE.
               string "  CELLS STOOD ON " WS-ED-CNT
                   "  OPEN CELLS NEVER STOOD ON " WS-ED-VIS
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               if WS-TERR-LOADED = "N"
                   move "  NOT IN THE BOARD LIBRARY - DRAWN OPEN"
                       to WS-LINE
                   perform PARA-PUT-LINE
               end-if.
               move spaces to WS-LINE.
               move "  *" to WS-LINE(1:3).
               move 4 to WS-POS.
               move 0 to WS-CX.
               perform PARA-LIST-EDGE with test after
                   until WS-CX >= WS-W.
               move "*" to WS-LINE(WS-POS:1).
               perform PARA-PUT-LINE.
               move 0 to WS-CY.
               perform PARA-LIST-ROW with test after
                   until WS-CY >= WS-H.
               move spaces to WS-LINE.
               move "  *" to WS-LINE(1:3).
               move 4 to WS-POS.
               move 0 to WS-CX.
               perform PARA-LIST-EDGE with test after
                   until WS-CX >= WS-W.
               move "*" to WS-LINE(WS-POS:1).
               perform PARA-PUT-LINE.
               move 1 to WS-TOP-X.
               perform PARA-LIST-TOP with test after
                   until WS-TOP-X > WS-TOP-COUNT.
               if WS-BRD-ID(WS-BRD-X) = WS-ACTIVE-ID
                   move 1 to WS-OBJ-X
                   perform PARA-LIST-OBJ with test after
                       until WS-OBJ-X > WS-OBJ-COUNT
               end-if.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.

           PARA-LIST-EDGE.
               move "--" to WS-LINE(WS-POS:2).
               add 2 to WS-POS.
               add 1 to WS-CX.

           PARA-LIST-ROW.
               move spaces to WS-LINE.
               move "  |" to WS-LINE(1:3).
               move 4 to WS-POS.
               move 0 to WS-CX.
               perform PARA-LIST-CELL with test after
                   until WS-CX >= WS-W.
               move "|" to WS-LINE(WS-POS:1).
               perform PARA-PUT-LINE.
               add 1 to WS-CY.

      *    a busiest cell shows its rank; an objective on the board
      *    installed now shows "$"; anything else shows the terrain
           PARA-LIST-CELL.
               compute WS-CELL = WS-BRD-OFFSET(WS-BRD-X)
                   + WS-CY * WS-W + WS-CX + 1.
               perform PARA-FIND-TOP.
               perform PARA-FIND-OBJ.
               compute WS-TERR-COL = 9 + WS-CX * 2.
               evaluate true
                   when WS-TOP-HIT > 0
                       move "H" to WS-LINE(WS-POS:1)
                       move WS-TOP-HIT to WS-LINE(WS-POS + 1:1)
                   when WS-OBJ-HIT > 0
                       move "$ " to WS-LINE(WS-POS:2)
                   when WS-TERR-LOADED = "Y"
                       and WS-CY < WS-TERR-COUNT
                       and WS-TERR-COL < 2004
                       move WS-TERR-LINE(WS-CY + 1)(WS-TERR-COL:2)
                           to WS-LINE(WS-POS:2)
                   when other
                       move "  " to WS-LINE(WS-POS:2)
               end-evaluate.
               add 2 to WS-POS.
               add 1 to WS-CX.

      *    an objective at (WS-CX, WS-CY), only on the board the
      *    objectives file belongs to
           PARA-FIND-OBJ.
               move 0 to WS-OBJ-HIT.
               if WS-BRD-ID(WS-BRD-X) = WS-ACTIVE-ID
                   move 1 to WS-OBJ-X
                   perform PARA-FIND-OBJ-SCAN with test after
                       until WS-OBJ-HIT > 0 or WS-OBJ-X > WS-OBJ-COUNT
               end-if.

           PARA-FIND-OBJ-SCAN.
               if WS-OBJ-X <= WS-OBJ-COUNT
                   and WS-OBJ-PX(WS-OBJ-X) = WS-CX
                   and WS-OBJ-PY(WS-OBJ-X) = WS-CY
                   and WS-OBJ-TAKEN(WS-OBJ-X) not = "T"
                   move WS-OBJ-X to WS-OBJ-HIT
               else
                   add 1 to WS-OBJ-X
               end-if.

           PARA-LIST-TOP.
               if WS-TOP-X <= WS-TOP-COUNT
                   move WS-TOP-PX(WS-TOP-X) to WS-ED-PX
                   move WS-TOP-PY(WS-TOP-X) to WS-ED-PY
                   move WS-TOP-VISITS(WS-TOP-X) to WS-ED-CNT
                   move spaces to WS-LINE
                   string "  H" WS-TOP-X(2:1) "  AT" WS-ED-PX ","
                       WS-ED-PY "  KEYSTROKES " WS-ED-CNT
                       delimited by size into WS-LINE
                   end-string
                   perform PARA-PUT-LINE
               end-if.
               add 1 to WS-TOP-X.

      *    every objective on file, open or taken, with the
      *    keystrokes made standing on its cell
           PARA-LIST-OBJ.
               if WS-OBJ-X <= WS-OBJ-COUNT
                   move WS-OBJ-PX(WS-OBJ-X) to WS-ED-PX
                   move WS-OBJ-PY(WS-OBJ-X) to WS-ED-PY
                   move 0 to WS-ED-CNT
                   if WS-OBJ-PX(WS-OBJ-X) < WS-W
                       and WS-OBJ-PY(WS-OBJ-X) < WS-H
                       compute WS-CELL = WS-BRD-OFFSET(WS-BRD-X)
                           + WS-OBJ-PY(WS-OBJ-X) * WS-W
                           + WS-OBJ-PX(WS-OBJ-X) + 1
                       move WS-CELL-AREA(WS-CELL) to WS-ED-CNT
                   end-if
                   move spaces to WS-LINE
                   string "  $   AT" WS-ED-PX "," WS-ED-PY
                       "  KEYSTROKES " WS-ED-CNT
                       delimited by size into WS-LINE
                   end-string
                   if WS-OBJ-TAKEN(WS-OBJ-X) = "T"
                       move "  (TAKEN)" to WS-LINE(38:9)
                   end-if
                   perform PARA-PUT-LINE
               end-if.
               add 1 to WS-OBJ-X.

           PARA-PUT-LINE.
               move WS-LINE to CTL-LIST-LINE.
               write CTL-LIST-RECORD.
