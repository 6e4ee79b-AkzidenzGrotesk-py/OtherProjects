
       id division.
       program-id. ctlbchk.

      *    board playability check: called with a terrain about to go
      *    live (see the ctlbchk copybook) before it is written to
      *    CTLBOARD.DAT. flood-fills the open (non-"@@") cells of
      *    the board CONTROLLER will play - the CTLCFG.DAT size, the
      *    same cell-to-glyph mapping its wall test uses - into
      *    connected areas, then proves every active roster player's
      *    checkpoint position is an open cell and every open
      *    objective on CTLOBJ.DAT lies in an area some player can
      *    walk to. reports the wall percentage and the largest open
      *    area; a board with any problem fails, and its problems
      *    are appended to the exception listing CTLBEXC.DAT so the
      *    supervisor can relocate players or move objectives before
      *    trying again.

       environment division.
           input-output section.
           file-control.
               select CTL-CONFIG-FILE assign to "CTLCFG.DAT"
                   organization is line sequential
                   file status is WS-CONFIG-STATUS.
               select CTL-ROSTER-FILE assign to "CTLROSTR.DAT"
                   organization is line sequential
                   file status is WS-ROSTER-STATUS.
               select CTL-CHECKPOINT-FILE assign to WS-CKPT-FILENAME
                   organization is line sequential
                   file status is WS-CKPT-STATUS.
               select CTL-OBJ-FILE assign to "CTLOBJ.DAT"
                   organization is line sequential
                   file status is WS-OBJ-STATUS.
               select CTL-EXC-FILE assign to "CTLBEXC.DAT"
                   organization is line sequential
                   file status is WS-EXC-STATUS.

       data division.
           file section.
           FD  CTL-CONFIG-FILE.
           01  CTL-CONFIG-RECORD.
               05 CTL-CFG-WIDTH       pic 999.
               05 CTL-CFG-HEIGHT      pic 999.
               05 CTL-CFG-INVALID-MAX pic 99.

           FD  CTL-ROSTER-FILE.
           copy "ctlrost".

           FD  CTL-CHECKPOINT-FILE.
           copy "ctlckpt".

           FD  CTL-OBJ-FILE.
           copy "ctlobj".

      *    exception listing - one block per board that fails
           FD  CTL-EXC-FILE.
           01  CTL-EXC-RECORD.
               05 CTL-EXC-LINE pic X(100).

           working-storage section.
           01 WS-CONFIG-STATUS pic XX value "00".
           01 WS-ROSTER-STATUS pic XX value "00".
           01 WS-CKPT-STATUS   pic XX value "00".
           01 WS-OBJ-STATUS    pic XX value "00".
           01 WS-EXC-STATUS    pic XX value "00".
           01 WS-ROSTER-EOF    pic X  value "N".
           01 WS-OBJ-EOF       pic X  value "N".
           01 WS-CKPT-FILENAME pic X(12) value "CTLCKPT1.DAT".

      *    the board CONTROLLER plays, sized from CTLCFG.DAT
           copy "grddim".

      *    one slot per board cell, numbered across each board row
      *    (PY * width + PX + 1): the open area the cell belongs to,
      *    zero for an open cell not yet reached, or WS-WALL-MARK
      *    for a wall. the flood fill's work queue holds cell
      *    numbers; no cell enters it twice, so it needs no more
      *    room than the board has cells.
           01 WS-WALL-MARK pic 9(7) value 9999999.
           01 WS-CELL-TABLE.
               05 WS-CELL-AREA occurs 998001 times pic 9(7) comp.
           01 WS-QUEUE-TABLE.
               05 WS-QUEUE-CELL occurs 998001 times pic 9(7) comp.
           01 WS-Q-HEAD pic 9(7) comp value 0.
           01 WS-Q-TAIL pic 9(7) comp value 0.

      *    board walk state
           01 WS-CELLS      pic 9(7) comp value 0.
           01 WS-CELL       pic 9(7) comp value 0.
           01 WS-NEXT       pic 9(7) comp value 0.
           01 WS-CX         pic 999 value 0.
           01 WS-CY         pic 999 value 0.
           01 WS-TERR-COL   pic 9999 value 1.
           01 WS-WALLS      pic 9(7) comp value 0.
           01 WS-AREA-ID    pic 9(7) comp value 0.
           01 WS-AREA-SIZE  pic 9(7) comp value 0.
           01 WS-LARGEST    pic 9(7) comp value 0.

      *    the active players and the open area each one stands in;
      *    a missing or empty roster seeds the two original players
      *    as CONTROLLER does, and a player with no checkpoint yet
      *    starts at the board's top left corner
           01 WS-ROST-COUNT pic 9  value 0.
           01 WS-ROST-X     pic 99 value 1.
           01 WS-ROST-TABLE.
               05 WS-ROST occurs 9 times.
                   10 WS-ROST-ID     pic X.
                   10 WS-ROST-NAME   pic X(20).
                   10 WS-ROST-ACTIVE pic X.
           01 WS-PLAYERS     pic 9 value 0.
           01 WS-PLY-AREA-TABLE.
               05 WS-PLY-AREA occurs 9 times pic 9(7) comp.
           01 WS-PLY-X       pic 99 value 1.
           01 WS-REACHED     pic X value "N".
           01 WS-PX          pic 999 value 0.
           01 WS-PY          pic 999 value 0.

      *    exception listing state; the board's block is opened by
      *    its first problem
           01 WS-EXC-OPEN pic X value "N".
           01 WS-PROBLEMS pic 9(5) value 0.
           01 WS-STAMP    pic X(14) value spaces.
           01 WS-PROBLEM  pic X(100) value spaces.

      *    edited fields for the listing and console lines
           01 WS-ED-W     pic zz9.
           01 WS-ED-H     pic zz9.
           01 WS-ED-PX    pic zz9.
           01 WS-ED-PY    pic zz9.
           01 WS-ED-PTS   pic zz9.
           01 WS-ED-PCT   pic zz9.
           01 WS-ED-CNT   pic zzzzzz9.
           01 WS-ED-AREA  pic zzzzzz9.
           01 WS-ED-PROB  pic zzzz9.
           01 WS-LINE     pic X(100) value spaces.

           linkage section.
           copy "ctlbchkp".

       procedure division using CTL-BCHK-PARMS CTL-BCHK-TERRAIN.
           PARA-ENTRY.
      *        working-storage outlives the call, and a batch run
      *        checks one board per published request
               move 20 to GRD-WIDTH GRD-HEIGHT.
               move 0 to WS-WALLS WS-AREA-ID WS-LARGEST WS-PLAYERS.
               move 0 to WS-PROBLEMS WS-ROST-COUNT.
               move "N" to WS-EXC-OPEN WS-ROSTER-EOF WS-OBJ-EOF.
               move function current-date(1:14) to WS-STAMP.
               perform PARA-READ-CONFIG.
               compute WS-CELLS = GRD-WIDTH * GRD-HEIGHT.
               if WS-CELLS = 0
                   move "BOARD HAS NO CELLS (CTLCFG.DAT SIZE)."
                       to WS-LINE
                   perform PARA-PUT-PROBLEM
               else
                   perform PARA-MAP-WALLS
                   perform PARA-LABEL-AREAS
                   perform PARA-LOAD-ROSTER
                   move 1 to WS-ROST-X
                   perform PARA-CHECK-PLAYER with test after
                       until WS-ROST-X > WS-ROST-COUNT
                   perform PARA-CHECK-OBJECTIVES
               end-if.
               perform PARA-RETURN-RESULT.
               go to PARA-EXIT.

           PARA-EXIT.
               goback.

           PARA-READ-CONFIG.
               open input CTL-CONFIG-FILE.
               if WS-CONFIG-STATUS = "00"
                   read CTL-CONFIG-FILE
                   if WS-CONFIG-STATUS = "00"
                       move CTL-CFG-WIDTH to GRD-WIDTH
                       move CTL-CFG-HEIGHT to GRD-HEIGHT
                   end-if
                   close CTL-CONFIG-FILE
               end-if.

      *    mark every board cell open or wall, board row by board
      *    row; cells off the end of the terrain are open, exactly
      *    as CONTROLLER's wall test treats them
           PARA-MAP-WALLS.
               move 0 to WS-CY.
               perform PARA-MAP-ROW with test after
                   until WS-CY >= GRD-HEIGHT.

           PARA-MAP-ROW.
               move 0 to WS-CX.
               perform PARA-MAP-CELL with test after
                   until WS-CX >= GRD-WIDTH.
               add 1 to WS-CY.

           PARA-MAP-CELL.
               compute WS-CELL = WS-CY * GRD-WIDTH + WS-CX + 1.
               move 0 to WS-CELL-AREA(WS-CELL).
               compute WS-TERR-COL = 9 + WS-CX * 2.
               if WS-CY < CTL-BCHK-ROW-COUNT
                   and WS-TERR-COL < 2004
                   if CTL-BCHK-TERR-LINE(WS-CY + 1)(WS-TERR-COL:2)
                       = "@@"
                       move WS-WALL-MARK to WS-CELL-AREA(WS-CELL)
                       add 1 to WS-WALLS
                   end-if
               end-if.
               add 1 to WS-CX.

      *    number the connected open areas: every open cell not yet
      *    reached starts a new area and floods out from there
           PARA-LABEL-AREAS.
               move 1 to WS-CELL.
               perform PARA-LABEL-CELL with test after
                   until WS-CELL > WS-CELLS.

           PARA-LABEL-CELL.
               if WS-CELL-AREA(WS-CELL) = 0
                   add 1 to WS-AREA-ID
                   perform PARA-FLOOD
                   if WS-AREA-SIZE > WS-LARGEST
                       move WS-AREA-SIZE to WS-LARGEST
                   end-if
               end-if.
               add 1 to WS-CELL.

      *    breadth-first flood from WS-CELL through its up, down,
      *    left and right neighbours - the four moves a player has
           PARA-FLOOD.
               move WS-AREA-ID to WS-CELL-AREA(WS-CELL).
               move 1 to WS-AREA-SIZE.
               move 1 to WS-Q-HEAD.
               move 1 to WS-Q-TAIL.
               move WS-CELL to WS-QUEUE-CELL(1).
               perform PARA-FLOOD-STEP with test after
                   until WS-Q-HEAD > WS-Q-TAIL.

           PARA-FLOOD-STEP.
               move WS-QUEUE-CELL(WS-Q-HEAD) to WS-NEXT.
               add 1 to WS-Q-HEAD.
               subtract 1 from WS-NEXT.
               divide WS-NEXT by GRD-WIDTH giving WS-CY
                   remainder WS-CX.
               add 1 to WS-NEXT.
               if WS-CX > 0
                   subtract 1 from WS-NEXT
                   perform PARA-FLOOD-TRY
                   add 1 to WS-NEXT
               end-if.
               if WS-CX + 1 < GRD-WIDTH
                   add 1 to WS-NEXT
                   perform PARA-FLOOD-TRY
                   subtract 1 from WS-NEXT
               end-if.
               if WS-CY > 0
                   subtract GRD-WIDTH from WS-NEXT
                   perform PARA-FLOOD-TRY
                   add GRD-WIDTH to WS-NEXT
               end-if.
               if WS-CY + 1 < GRD-HEIGHT
                   add GRD-WIDTH to WS-NEXT
                   perform PARA-FLOOD-TRY
                   subtract GRD-WIDTH from WS-NEXT
               end-if.

           PARA-FLOOD-TRY.
               if WS-CELL-AREA(WS-NEXT) = 0
                   move WS-AREA-ID to WS-CELL-AREA(WS-NEXT)
                   add 1 to WS-AREA-SIZE
                   add 1 to WS-Q-TAIL
                   move WS-NEXT to WS-QUEUE-CELL(WS-Q-TAIL)
               end-if.

           PARA-LOAD-ROSTER.
               open input CTL-ROSTER-FILE.
               if WS-ROSTER-STATUS = "00"
                   perform PARA-LOAD-ROSTER-REC with test after
                       until WS-ROSTER-EOF = "Y"
                   close CTL-ROSTER-FILE
               end-if.
               if WS-ROST-COUNT = 0
                   move 2 to WS-ROST-COUNT
                   move "1" to WS-ROST-ID(1)
                   move "PLAYER 1" to WS-ROST-NAME(1)
                   move "A" to WS-ROST-ACTIVE(1)
                   move "2" to WS-ROST-ID(2)
                   move "PLAYER 2" to WS-ROST-NAME(2)
                   move "A" to WS-ROST-ACTIVE(2)
               end-if.

           PARA-LOAD-ROSTER-REC.
               read CTL-ROSTER-FILE
                   at end
                       move "Y" to WS-ROSTER-EOF
                   not at end
                       if WS-ROST-COUNT < 9
                           add 1 to WS-ROST-COUNT
                           move CTL-ROST-ID
                               to WS-ROST-ID(WS-ROST-COUNT)
                           move CTL-ROST-NAME
                               to WS-ROST-NAME(WS-ROST-COUNT)
                           move CTL-ROST-ACTIVE
                               to WS-ROST-ACTIVE(WS-ROST-COUNT)
                       end-if
               end-read.

      *    an active player's checkpoint cell, clamped to the board
      *    the way CONTROLLER clamps it at sign-on, must be open;
      *    the area it stands in is one the objectives may be
      *    reached from
           PARA-CHECK-PLAYER.
               if WS-ROST-X <= WS-ROST-COUNT
                   and WS-ROST-ACTIVE(WS-ROST-X) = "A"
                   perform PARA-READ-CHECKPOINT
                   compute WS-CELL = WS-PY * GRD-WIDTH + WS-PX + 1
                   if WS-CELL-AREA(WS-CELL) = WS-WALL-MARK
                       move WS-PX to WS-ED-PX
                       move WS-PY to WS-ED-PY
                       move spaces to WS-LINE
                       string "  PLAYER " WS-ROST-ID(WS-ROST-X)
                           " (" WS-ROST-NAME(WS-ROST-X) ") AT"
                           WS-ED-PX "," WS-ED-PY
                           " IS INSIDE A WALL"
                           delimited by size into WS-LINE
                       end-string
                       perform PARA-PUT-PROBLEM
                   else
                       add 1 to WS-PLAYERS
                       move WS-CELL-AREA(WS-CELL)
                           to WS-PLY-AREA(WS-PLAYERS)
                   end-if
               end-if.
               add 1 to WS-ROST-X.

           PARA-READ-CHECKPOINT.
               move 0 to WS-PX WS-PY.
               move spaces to WS-CKPT-FILENAME.
               string "CTLCKPT" WS-ROST-ID(WS-ROST-X) ".DAT"
                   delimited by size into WS-CKPT-FILENAME
               end-string.
               open input CTL-CHECKPOINT-FILE.
               if WS-CKPT-STATUS = "00"
                   read CTL-CHECKPOINT-FILE
                   if WS-CKPT-STATUS = "00"
                       and CTL-CKPT-PX is numeric
                       and CTL-CKPT-PY is numeric
                       move CTL-CKPT-PX to WS-PX
                       move CTL-CKPT-PY to WS-PY
                   end-if
                   close CTL-CHECKPOINT-FILE
               end-if.
               if WS-PX >= GRD-WIDTH
                   compute WS-PX = GRD-WIDTH - 1
               end-if.
               if WS-PY >= GRD-HEIGHT
                   compute WS-PY = GRD-HEIGHT - 1
               end-if.

      *    every open objective must sit on an open board cell in
      *    an area at least one active player stands in; with no
      *    active players there is nobody to strand, so only the
      *    walls are checked
           PARA-CHECK-OBJECTIVES.
               open input CTL-OBJ-FILE.
               if WS-OBJ-STATUS = "00"
                   perform PARA-CHECK-OBJ-REC with test after
                       until WS-OBJ-EOF = "Y"
                   close CTL-OBJ-FILE
               end-if.

           PARA-CHECK-OBJ-REC.
               read CTL-OBJ-FILE
                   at end
                       move "Y" to WS-OBJ-EOF
                   not at end
                       if CTL-OBJ-TAKEN not = "T"
                           perform PARA-CHECK-OBJECTIVE
                       end-if
               end-read.

           PARA-CHECK-OBJECTIVE.
               move CTL-OBJ-PX to WS-ED-PX.
               move CTL-OBJ-PY to WS-ED-PY.
               move CTL-OBJ-POINTS to WS-ED-PTS.
               move spaces to WS-LINE.
               if CTL-OBJ-PX >= GRD-WIDTH or CTL-OBJ-PY >= GRD-HEIGHT
                   string "  OBJECTIVE AT" WS-ED-PX "," WS-ED-PY
                       " (" WS-ED-PTS " POINTS) IS OFF THE BOARD"
                       delimited by size into WS-LINE
                   end-string
                   perform PARA-PUT-PROBLEM
               else
                   compute WS-CELL =
                       CTL-OBJ-PY * GRD-WIDTH + CTL-OBJ-PX + 1
                   if WS-CELL-AREA(WS-CELL) = WS-WALL-MARK
                       string "  OBJECTIVE AT" WS-ED-PX "," WS-ED-PY
                           " (" WS-ED-PTS " POINTS) IS INSIDE A WALL"
                           delimited by size into WS-LINE
                       end-string
                       perform PARA-PUT-PROBLEM
                   else
                       if WS-PLAYERS > 0
                           perform PARA-FIND-REACH
                           if WS-REACHED = "N"
                               string "  OBJECTIVE AT" WS-ED-PX ","
                                   WS-ED-PY " (" WS-ED-PTS
                                   " POINTS) CANNOT BE REACHED BY"
                                   " ANY ACTIVE PLAYER"
                                   delimited by size into WS-LINE
                               end-string
                               perform PARA-PUT-PROBLEM
                           end-if
                       end-if
                   end-if
               end-if.

           PARA-FIND-REACH.
               move "N" to WS-REACHED.
               move 1 to WS-PLY-X.
               perform PARA-FIND-REACH-SCAN with test after
                   until WS-REACHED = "Y" or WS-PLY-X > WS-PLAYERS.

           PARA-FIND-REACH-SCAN.
               if WS-PLY-X <= WS-PLAYERS
                   and WS-PLY-AREA(WS-PLY-X) = WS-CELL-AREA(WS-CELL)
                   move "Y" to WS-REACHED
               end-if.
               add 1 to WS-PLY-X.

      *    the first problem opens the board's block on the listing
      *    with what was being checked and the board's figures
           PARA-PUT-PROBLEM.
               move WS-LINE to WS-PROBLEM.
               if WS-EXC-OPEN = "N"
                   perform PARA-OPEN-LISTING
               end-if.
               add 1 to WS-PROBLEMS.
               move WS-PROBLEM to CTL-EXC-LINE.
               write CTL-EXC-RECORD.

           PARA-OPEN-LISTING.
               open extend CTL-EXC-FILE.
               if WS-EXC-STATUS not = "00"
                   open output CTL-EXC-FILE
               end-if.
               move "Y" to WS-EXC-OPEN.
               move spaces to CTL-EXC-LINE.
               string "BOARD " CTL-BCHK-BOARD-ID " FAILED THE "
                   "PLAYABILITY CHECK ON " CTL-BCHK-SOURCE
                   " AT " WS-STAMP
                   delimited by size into CTL-EXC-LINE
               end-string.
               write CTL-EXC-RECORD.
               perform PARA-FORMAT-FIGURES.
               move WS-LINE to CTL-EXC-LINE.
               write CTL-EXC-RECORD.
               move "  PROBLEMS:" to CTL-EXC-LINE.
               write CTL-EXC-RECORD.

      *    the board's figures, for the listing and the console
           PARA-FORMAT-FIGURES.
               move GRD-WIDTH to WS-ED-W.
               move GRD-HEIGHT to WS-ED-H.
               move WS-LARGEST to WS-ED-AREA.
               move 0 to CTL-BCHK-WALL-PCT.
               if WS-CELLS > 0
                   compute CTL-BCHK-WALL-PCT rounded =
                       WS-WALLS * 100 / WS-CELLS
               end-if.
               move CTL-BCHK-WALL-PCT to WS-ED-PCT.
               move spaces to WS-LINE.
               string "  BOARD" WS-ED-W " X" WS-ED-H
                   "   WALLS" WS-ED-PCT "%"
                   "   LARGEST OPEN AREA" WS-ED-AREA " CELLS"
                   delimited by size into WS-LINE
               end-string.

           PARA-RETURN-RESULT.
               perform PARA-FORMAT-FIGURES.
               display "PLAYABILITY CHECK " CTL-BCHK-BOARD-ID.
               display WS-LINE.
               move WS-LARGEST to CTL-BCHK-LARGEST.
               move WS-PROBLEMS to CTL-BCHK-PROBLEMS.
               if WS-PROBLEMS = 0
                   move "P" to CTL-BCHK-RESULT
                   display "  BOARD IS PLAYABLE."
               else
                   move "F" to CTL-BCHK-RESULT
                   move WS-PROBLEMS to WS-ED-PROB
                   display "  BOARD FAILED -" WS-ED-PROB
                       " PROBLEM(S), SEE CTLBEXC.DAT."
                   move spaces to CTL-EXC-LINE
                   write CTL-EXC-RECORD
                   close CTL-EXC-FILE
               end-if.
