               select CTL-AUDIT-FILE assign to "CTLAUDIT.DAT"
                   organization is line sequential
                   file status is WS-AUDIT-STATUS.
               select CTL-ALST-FILE assign to "CTLAUDIT.LST"
                   organization is line sequential
                   file status is WS-ALST-STATUS.
               select CTL-POS-OWN-FILE assign to WS-POS-OWN-FILENAME
                   organization is line sequential
                   file status is WS-POS-OWN-STATUS.
               select CTL-OBJW-FILE assign to "CTLOBJW.DAT"
                   organization is line sequential
                   file status is WS-OBJW-STATUS.
               select CTL-SHIFT-FILE assign to "CTLSHIFT.DAT"
                   organization is line sequential
                   file status is WS-SHIFT-STATUS.

       data division.
           file section.
           FD  CTL-AUDIT-FILE.
           copy "ctlaud".

           FD  CTL-ALST-FILE.
           copy "ctlalst".

      *    this player's own live position - only this instance ever
      *    opens it for output, so no cross-process write race
           FD  CTL-POS-OWN-FILE.
           FD  CTL-OBJW-FILE.
           01  CTL-OBJW-RECORD pic X(11).

      *    shift schedule - when each player may sit at the board
           FD  CTL-SHIFT-FILE.
           copy "ctlshift".

           working-storage section.
      *    player positions
           01 WS-PX     pic 999 value 0.

      *    keystroke audit trail
           01 WS-AUDIT-STATUS pic XX value "00".
           01 WS-ALST-STATUS  pic XX value "00".
           01 WS-ALST-GOOD    pic X  value "N".

      *    per-file sequence number and chained check value for the
      *    audit records this instance writes, picked up again from
      *    the chain control record for every record while the
      *    audit trail's lock is held, so instances running at the
      *    same time append in turn and the chain stays whole; the
      *    chain rule lives in the copybook comment and CTLAUDCK
      *    verifies it
           01 WS-AUD-SEQ      pic 9(9) value 0.
           01 WS-AUD-CHECK    pic 9(9) value 0.
           01 WS-AUD-SCAN-EOF pic X value "N".
           01 WS-BRD-YMIN pic S9(4)V9(14) value -2.
           01 WS-BRD-YMAX pic S9(4)V9(14) value +2.

      *    the kind of fractal the loaded terrain is; a board from
      *    before the kind was recorded, or no board at all, is a
      *    Mandelbrot board
           01 WS-BRD-FRACTAL-PARMS.
               05 WS-BRD-FRACTAL  pic X value "M".
               05 WS-BRD-JULIA-CR pic S9(4)V9(14) value 0.
               05 WS-BRD-JULIA-CI pic S9(4)V9(14) value 0.

      *    wall test for the cell a keystroke is trying to enter
           01 WS-TRY-PX   pic 999  value 0.
           01 WS-TRY-PY   pic 999  value 0.
           01 WS-TERR-COL pic 9999 value 1.
           01 WS-BLOCKED  pic X    value "N".
      *    where a move started, to go back to when it is refused
           01 WS-FROM-PX  pic 999  value 0.
           01 WS-FROM-PY  pic 999  value 0.

      *    render request notices for this player
           01 WS-NTF-STATUS   pic XX value "00".
           01 WS-REQ-HALF-X pic S9(4)V9(14) value 0.
           01 WS-REQ-HALF-Y pic S9(4)V9(14) value 0.

      *    the fractal a render request asks for - the board's own
      *    kind unless the player names another. any other kind or
      *    Julia constant is a different picture altogether, so the
      *    request then covers that picture's whole -2 to +2 plane
      *    instead of a window on this one. a Julia request off a
      *    board that is not one starts from the constant
      *    WS-REQ-DEF-CR, WS-REQ-DEF-CI
           01 WS-REQ-FRAC-IN  pic X  value " ".
           01 WS-REQ-FRAC-OK  pic X  value "Y".
           01 WS-REQ-NEW-VIEW pic X  value "N".
           01 WS-REQ-C-IN     pic X(22) value spaces.
           01 WS-REQ-ED-C     pic -9.9(6).
           01 WS-REQ-DEF-CR   pic S9(4)V9(14) value -0.8.
           01 WS-REQ-DEF-CI   pic S9(4)V9(14) value +0.156.

      *    this player's shift, from CTLSHIFT.DAT: WS-SHIFT-KEPT
      *    stays "N" while there is no schedule file, and then no
      *    session is held to a window. the window the session
      *    signed on in runs from WS-SHIFT-FROM to WS-SHIFT-UNTIL
      *    and the session is closed at WS-SHIFT-CUTOFF, the grace
      *    period later - all in minutes from the start of the
      *    calendar, so a night shift crosses midnight cleanly
           01 WS-SHIFT-STATUS pic XX value "00".
           01 WS-SHIFT-EOF    pic X  value "N".
           01 WS-SHIFT-KEPT   pic X  value "N".
           01 WS-SHIFT-FOUND  pic X  value "N".
           01 WS-SHIFT-DAYS   pic X(7) value spaces.
           01 WS-SHIFT-START.
               05 WS-SHIFT-START-HH pic 99.
               05 WS-SHIFT-START-MM pic 99.
           01 WS-SHIFT-END.
               05 WS-SHIFT-END-HH   pic 99.
               05 WS-SHIFT-END-MM   pic 99.
           01 WS-SHIFT-GRACE  pic 999 value 15.
           01 WS-SHIFT-WINDOW pic X(8) value spaces.
           01 WS-SHIFT-LEN    pic S9(5) value 0.
           01 WS-SHIFT-DAY    pic 9(7) value 0.
           01 WS-SHIFT-WDAY   pic 9 value 1.
           01 WS-SHIFT-IN     pic X value "N".
           01 WS-SHIFT-FROM   pic 9(11) value 0.
           01 WS-SHIFT-UNTIL  pic 9(11) value 0.
           01 WS-SHIFT-CUTOFF pic 9(11) value 0.
           01 WS-SHIFT-WARNED pic X value "N".
           01 WS-SHIFT-CLOSED pic X value "N".
           01 WS-CLOSE-HHMM   pic 9(4) value 0.
           01 WS-HELD-INPUT   pic X value " ".

      *    the time now, and in minutes from the start of the
      *    calendar
           01 WS-NOW.
               05 WS-NOW-DATE pic 9(8).
               05 WS-NOW-HH   pic 99.
               05 WS-NOW-MM   pic 99.
               05 filler      pic X(9).
           01 WS-NOW-DAY  pic 9(7) value 0.
           01 WS-NOW-MINS pic 9(11) value 0.

      *    what an audit record carries as its actor: blank for
      *    operator keystrokes, the shift window (start and end,
      *    hhmmhhmm) on the shift markers
           01 WS-AUD-ACTOR pic X(8) value spaces.

      *    whether the last keystroke made the trail: "Y" written,
      *    "N" the trail's lock could not be had, "F" the lock was
      *    had but the write failed. a keystroke that did not make
      *    it is refused, and the player is told on the next screen
           01 WS-LOGGED      pic X value "N".
           01 WS-KEY-REFUSED pic X value "N".
      *    the audit trail's lock token while this session holds it
      *    and takes the objectives file's lock behind it, blank
      *    otherwise; CTLLOCK records a stale clear of the later
      *    lock under this hold rather than waiting on it
           01 WS-AUD-LOCK-TOKEN pic X(26) value spaces.

      *    locks on the files other sessions write too - the audit
      *    trail, the objectives file and the render request queue
           copy "ctllockp".

       procedure division.
           PARA-ENTRY.
               call "SYSTEM" using "title Controller".
               perform PARA-LOAD-BOARD.
               perform PARA-LOAD-OBJECTIVES.
               perform PARA-READ-CHECKPOINT.
               perform PARA-CHECK-SIGN-ON.
               if WS-LOCKED = 1
                   display 'SESSION LOCKED OUT FROM A PRIOR RUN.'
                   display 'CONTACT A SUPERVISOR TO RESET.'
               end-if.
               perform PARA-LOOP with test after until WS-ACTIVE = 1.
               go to PARA-EXIT.

           PARA-EXIT.
               perform PARA-WRITE-CHECKPOINT.
               call "SYSTEM" using "pause".
               stop run.

                   add 1 to WS-OTH-X
               end-if.

      *    hold the session to the player's shift: outside the
      *    window it is refused and never touches the checkpoint
           PARA-CHECK-SIGN-ON.
               perform PARA-LOAD-SHIFT.
               if WS-SHIFT-KEPT = "Y"
                   perform PARA-TAKE-TIME
                   if WS-SHIFT-FOUND = "Y"
                       perform PARA-FIND-WINDOW
                   end-if
                   if WS-SHIFT-IN not = "Y"
                       perform PARA-REFUSE-SESSION
                   end-if
                   compute WS-SHIFT-CUTOFF =
                       WS-SHIFT-UNTIL + WS-SHIFT-GRACE
                   compute WS-CLOSE-HHMM =
                       function integer(
                           function mod(WS-SHIFT-CUTOFF, 1440) / 60)
                       * 100 + function mod(WS-SHIFT-CUTOFF, 60)
               end-if.

           PARA-LOAD-SHIFT.
               open input CTL-SHIFT-FILE.
               if WS-SHIFT-STATUS = "00"
                   move "Y" to WS-SHIFT-KEPT
                   perform PARA-LOAD-SHIFT-REC with test after
                       until WS-SHIFT-EOF = "Y"
                   close CTL-SHIFT-FILE
               end-if.

      *    a record whose times are not readable gives no window
           PARA-LOAD-SHIFT-REC.
               read CTL-SHIFT-FILE
                   at end
                       move "Y" to WS-SHIFT-EOF
                   not at end
                       if CTL-SHIFT-ID = WS-PLAYER-ID
                           and CTL-SHIFT-START is numeric
                           and CTL-SHIFT-END is numeric
                           move "Y" to WS-SHIFT-FOUND
                           move CTL-SHIFT-DAYS to WS-SHIFT-DAYS
                           move CTL-SHIFT-START to WS-SHIFT-START
                           move CTL-SHIFT-END to WS-SHIFT-END
                           move WS-SHIFT-START to WS-SHIFT-WINDOW(1:4)
                           move WS-SHIFT-END to WS-SHIFT-WINDOW(5:4)
                           if CTL-SHIFT-GRACE is numeric
                               move CTL-SHIFT-GRACE to WS-SHIFT-GRACE
                           end-if
                       end-if
               end-read.

           PARA-TAKE-TIME.
               move function current-date to WS-NOW.
               compute WS-NOW-DAY =
                   function integer-of-date(WS-NOW-DATE).
               compute WS-NOW-MINS =
                   WS-NOW-DAY * 1440 + WS-NOW-HH * 60 + WS-NOW-MM.

      *    is now inside a shift that started today, or one that
      *    started yesterday and runs past midnight?
           PARA-FIND-WINDOW.
               move "N" to WS-SHIFT-IN.
               compute WS-SHIFT-LEN =
                   WS-SHIFT-END-HH * 60 + WS-SHIFT-END-MM
                   - WS-SHIFT-START-HH * 60 - WS-SHIFT-START-MM.
               if WS-SHIFT-LEN <= 0
                   add 1440 to WS-SHIFT-LEN
               end-if.
               move WS-NOW-DAY to WS-SHIFT-DAY.
               perform PARA-TRY-WINDOW.
               if WS-SHIFT-IN not = "Y"
                   compute WS-SHIFT-DAY = WS-NOW-DAY - 1
                   perform PARA-TRY-WINDOW
               end-if.

      *    day one of the calendar was a Monday
           PARA-TRY-WINDOW.
               compute WS-SHIFT-WDAY =
                   function mod(WS-SHIFT-DAY - 1, 7) + 1.
               if WS-SHIFT-DAYS(WS-SHIFT-WDAY:1) = "Y"
                   compute WS-SHIFT-FROM = WS-SHIFT-DAY * 1440
                       + WS-SHIFT-START-HH * 60 + WS-SHIFT-START-MM
                   compute WS-SHIFT-UNTIL =
                       WS-SHIFT-FROM + WS-SHIFT-LEN
                   if WS-NOW-MINS >= WS-SHIFT-FROM
                       and WS-NOW-MINS < WS-SHIFT-UNTIL
                       move "Y" to WS-SHIFT-IN
                   end-if
               end-if.

      *    the refusal goes on the audit trail as an "N" record
      *    carrying the player's shift window ("NOSHIFT" when the
      *    schedule has none for them). the record is written the
      *    way the board loop writes, with the grid dimensions at
      *    their maximum cell indexes
           PARA-REFUSE-SESSION.
               if WS-SHIFT-FOUND = "Y"
                   display "PLAYER " WS-PLAYER-ID " IS NOT ON SHIFT -"
                       " SHIFT RUNS " WS-SHIFT-START "-" WS-SHIFT-END
                       " ON DAYS " WS-SHIFT-DAYS "."
                   move WS-SHIFT-WINDOW to WS-AUD-ACTOR
               else
                   display "PLAYER " WS-PLAYER-ID " HAS NO SCHEDULED"
                       " SHIFT."
                   move "NOSHIFT" to WS-AUD-ACTOR
               end-if.
               display "SESSION REFUSED.".
               move "N" to WS-INPUT.
               subtract 1 from GRD-HEIGHT GRD-WIDTH.
               perform PARA-LOG-MUST with test after
                   until WS-LOGGED not = "N".
               add 1 to GRD-HEIGHT GRD-WIDTH.
               call "SYSTEM" using "pause".
               stop run.

      *    taken after every keystroke: the first one past the end
      *    of the shift writes the "E" warning (tried again on the
      *    next keystroke if the trail is locked), and once the
      *    grace period has run out the keystroke is not acted on -
      *    the "O" record is written, waiting for the trail's lock
      *    as long as it takes, and the session is checkpointed and
      *    closed. the markers go on the trail ahead of the
      *    keystroke, so WS-INPUT is held across them
           PARA-CHECK-SHIFT-END.
               if WS-SHIFT-KEPT = "Y"
                   perform PARA-TAKE-TIME
                   move WS-INPUT to WS-HELD-INPUT
                   move WS-SHIFT-WINDOW to WS-AUD-ACTOR
                   if WS-NOW-MINS >= WS-SHIFT-CUTOFF
                       move "Y" to WS-SHIFT-CLOSED
                       display "SHIFT OVER - SESSION CHECKPOINTED AND"
                           " CLOSED."
                       move "O" to WS-INPUT
                       perform PARA-LOG-MUST with test after
                           until WS-LOGGED not = "N"
                   else
                       if WS-NOW-MINS >= WS-SHIFT-UNTIL
                           and WS-SHIFT-WARNED not = "Y"
                           move "E" to WS-INPUT
                           perform PARA-LOG-KEYSTROKE
                           if WS-LOGGED = "Y"
                               move "Y" to WS-SHIFT-WARNED
                           end-if
                       end-if
                   end-if
                   move spaces to WS-AUD-ACTOR
                   move WS-HELD-INPUT to WS-INPUT
               end-if.

           PARA-READ-CHECKPOINT.
               open input CTL-CHECKPOINT-FILE.
               if WS-CKPT-STATUS = "00"
                       move CTL-BRD-YMIN to WS-BRD-YMIN
                       move CTL-BRD-YMAX to WS-BRD-YMAX
                       move CTL-BRD-ID to WS-BOARD-ID
                       move CTL-BRD-FRACTAL-PARMS
                           to WS-BRD-FRACTAL-PARMS
                       if WS-BRD-FRACTAL = space
                           move "M" to WS-BRD-FRACTAL
                       end-if
                       if WS-BRD-FRACTAL not = "J"
                           move 0 to WS-BRD-JULIA-CR WS-BRD-JULIA-CI
                       end-if
                       perform PARA-LOAD-BOARD-ROW with test after
                           until WS-BOARD-EOF = "Y"
                   end-if
      *    objective: points onto the running score, the marker off
      *    the board for everyone, and a "C" record onto the audit
      *    trail so the pickup is as accountable as the move. the
      *    table is re-read and rewritten under the objectives
      *    file's lock, so an objective another instance settled
      *    since the last read is never scored twice and neither
      *    rewrite loses the other's pickup; if the lock cannot be
      *    had the objective stays open for the next move onto it
           PARA-CHECK-PICKUP.
               perform PARA-LOAD-OBJECTIVES.
               move WS-PX to WS-OBJ-TRY-PX.
               move WS-PY to WS-OBJ-TRY-PY.
               perform PARA-FIND-OBJ.
      *    the pickup and its "C" record are made under the audit
      *    trail's lock, taken ahead of the objectives file's in the
      *    lock order, so a pickup is never settled without its
      *    record
               if WS-OBJ-HIT > 0
                   move "CTLAUDIT" to CTL-LOCK-RESOURCE
                   perform PARA-TAKE-LOCK
                   if CTL-LOCK-RESULT not = "Y"
                       display "AUDIT TRAIL LOCKED - PICKUP"
                           " NOT SETTLED."
                   else
                       move CTL-LOCK-TOKEN to WS-AUD-LOCK-TOKEN
                       move "CTLOBJ" to CTL-LOCK-RESOURCE
                       perform PARA-TAKE-LOCK
                       if CTL-LOCK-RESULT not = "Y"
                           display "OBJECTIVES FILE LOCKED - PICKUP"
                               " NOT SETTLED."
                       else
                           perform PARA-SETTLE-PICKUP
                       end-if
                       move "CTLAUDIT" to CTL-LOCK-RESOURCE
                       move WS-AUD-LOCK-TOKEN to CTL-LOCK-TOKEN
                       perform PARA-DROP-LOCK
                       move spaces to WS-AUD-LOCK-TOKEN
                   end-if
               end-if.

           PARA-SETTLE-PICKUP.
               perform PARA-LOAD-OBJECTIVES.
               perform PARA-FIND-OBJ.
               if WS-OBJ-HIT > 0
                   move "T" to WS-OBJ-TAKEN(WS-OBJ-HIT)
                   move WS-PLAYER-ID to WS-OBJ-TAKEN-BY(WS-OBJ-HIT)
                   add WS-OBJ-POINTS(WS-OBJ-HIT) to WS-SCORE
                   perform PARA-WRITE-OBJECTIVES
                   move "C" to WS-INPUT
                   perform PARA-PICK-UP-CHAIN
                   perform PARA-WRITE-AUDIT
                   perform PARA-DROP-LOCK
                   display "PICKED UP "
                       WS-OBJ-POINTS(WS-OBJ-HIT)
                       " POINTS - SCORE " WS-SCORE "."
               else
                   perform PARA-DROP-LOCK
               end-if.

      *    is the cell at (WS-TRY-PX, WS-TRY-PY) a wall? cells off the
               write CTL-POS-OWN-RECORD.
               close CTL-POS-OWN-FILE.

      *    pick up where the trail's numbering and chain left off:
      *    from the chain control record, or from the trail itself
      *    when there is no good control record to go on
           PARA-PICK-UP-CHAIN.
               move "N" to WS-ALST-GOOD.
               open input CTL-ALST-FILE.
               if WS-ALST-STATUS = "00"
                   read CTL-ALST-FILE
                   if WS-ALST-STATUS = "00"
                       and CTL-ALST-SEQ is numeric
                       and CTL-ALST-CHECK is numeric
                       move CTL-ALST-SEQ to WS-AUD-SEQ
                       move CTL-ALST-CHECK to WS-AUD-CHECK
                       move "Y" to WS-ALST-GOOD
                   end-if
                   close CTL-ALST-FILE
               end-if.
               if WS-ALST-GOOD not = "Y"
                   perform PARA-SCAN-CHAIN
               end-if.

      *    the record just appended is now the last on the trail
           PARA-SAVE-CHAIN.
               open output CTL-ALST-FILE.
               move WS-AUD-SEQ to CTL-ALST-SEQ.
               move WS-AUD-CHECK to CTL-ALST-CHECK.
               write CTL-ALST-RECORD.
               close CTL-ALST-FILE.

      *    read the trail through for the last record's numbering
      *    and chain; records from before the chain existed read
      *    blank and are passed over
           PARA-SCAN-CHAIN.
               move 0 to WS-AUD-SEQ WS-AUD-CHECK.
               move "N" to WS-AUD-SCAN-EOF.
               open input CTL-AUDIT-FILE.
               if WS-AUDIT-STATUS = "00"
                   perform PARA-SCAN-CHAIN-REC with test after
                   1000000000).
               add 1 to WS-HX.

      *    append one record to the audit trail under the trail's
      *    lock: the numbering and chain are picked up from the
      *    chain control record once the lock is held, so another
      *    session's appends since this one's last record are
      *    chained onto, not forked from
           PARA-LOG-KEYSTROKE.
               move "N" to WS-LOGGED.
               move "CTLAUDIT" to CTL-LOCK-RESOURCE.
               perform PARA-TAKE-LOCK.
               if CTL-LOCK-RESULT = "Y"
                   perform PARA-PICK-UP-CHAIN
                   perform PARA-WRITE-AUDIT
                   perform PARA-DROP-LOCK
               end-if.

      *    for the records that must not be lost - the refused
      *    session and the forced close, which happen whatever the
      *    trail says. performed until the lock has been had; a lock
      *    held by a session that died is cleared once its lease
      *    runs out, so the wait ends
           PARA-LOG-MUST.
               perform PARA-LOG-KEYSTROKE.
               if WS-LOGGED = "N"
                   display "AUDIT TRAIL LOCKED - WAITING TO RECORD"
                       " THE " WS-INPUT " MARKER."
               end-if.
               if WS-LOGGED = "F"
                   display "AUDIT TRAIL COULD NOT BE WRITTEN - THE "
                       WS-INPUT " MARKER IS NOT RECORDED."
               end-if.

      *    a move is made only once its keystroke is on the trail:
      *    the record carries the cell the move lands on, and when
      *    it cannot be written the player stays where they were
      *    and the keystroke is refused
           PARA-MAKE-MOVE.
               move WS-PX to WS-FROM-PX.
               move WS-PY to WS-FROM-PY.
               if WS-BLOCKED = "N"
                   move WS-TRY-PX to WS-PX
                   move WS-TRY-PY to WS-PY
               end-if.
               perform PARA-LOG-KEYSTROKE.
               if WS-LOGGED = "Y"
                   move 0 to WS-INVALID-COUNT
                   perform PARA-CHECK-PICKUP
               else
                   move WS-FROM-PX to WS-PX
                   move WS-FROM-PY to WS-PY
                   move "Y" to WS-KEY-REFUSED
               end-if.

           PARA-WRITE-AUDIT.
               move function current-date to CTL-AUD-TIMESTAMP.
               move WS-PLAYER-ID to CTL-AUD-PLAYER.
               move WS-INPUT to CTL-AUD-KEY.
      *        indexes - the record carries the real board size
               compute CTL-AUD-GRD-W = GRD-WIDTH + 1.
               compute CTL-AUD-GRD-H = GRD-HEIGHT + 1.
      *        operator keystrokes have no acting supervisor; the
      *        shift markers carry the shift window instead
               move WS-AUD-ACTOR to CTL-AUD-ACTOR.
               add 1 to WS-AUD-SEQ.
               move WS-AUD-SEQ to CTL-AUD-SEQ.
               perform PARA-CHAIN-CHECK.
               move WS-AUD-CHECK to CTL-AUD-CHECK.
               open extend CTL-AUDIT-FILE.
               if WS-AUDIT-STATUS not = "00"
                   open output CTL-AUDIT-FILE
               end-if.
               write CTL-AUDIT-RECORD.
               if WS-AUDIT-STATUS = "00"
                   perform PARA-SAVE-CHAIN
                   move "Y" to WS-LOGGED
               else
                   move "F" to WS-LOGGED
               end-if.
               close CTL-AUDIT-FILE.

      *    take the lock named in CTL-LOCK-RESOURCE for this
      *    player's session; a board session only ever holds a lock
      *    for the length of one write, so a short lease will do
           PARA-TAKE-LOCK.
               move "A" to CTL-LOCK-FUNCTION.
               move "CONTROL" to CTL-LOCK-OWNER.
               move WS-AUD-LOCK-TOKEN to CTL-LOCK-AUDIT-TOKEN.
               move WS-PLAYER-ID to CTL-LOCK-PLAYER.
               move 30 to CTL-LOCK-LEASE.
               move 10 to CTL-LOCK-WAIT.
               call "ctllock" using CTL-LOCK-PARMS.

           PARA-DROP-LOCK.
               move "R" to CTL-LOCK-FUNCTION.
               call "ctllock" using CTL-LOCK-PARMS.

           PARA-READ-CONFIG.
               open input CTL-CONFIG-FILE.
                   perform PARA-LOAD-OBJECTIVES
                   call "SYSTEM" using "cls"
                   perform PARA-SHOW-NOTICES
                   if WS-KEY-REFUSED = "Y"
                       display "AUDIT TRAIL LOCKED - LAST KEYSTROKE"
                           " REFUSED, TRY IT AGAIN."
                       move "N" to WS-KEY-REFUSED
                   end-if
                   if WS-SHIFT-WARNED = "Y"
                       display "YOUR SHIFT ENDED AT " WS-SHIFT-END
                           " - THIS SESSION CLOSES AT " WS-CLOSE-HHMM
                           "."
                   end-if
      * moved line to stop overflow over edge -->
                   display "*" with no advancing
       perform PARA-RENDER-LINE with test after until WS-I=GRD-WIDTH
                   move function lower-case(WS-INPUT) to WS-INPUT

                   subtract 1 from GRD-HEIGHT GRD-WIDTH
                   perform PARA-CHECK-SHIFT-END
                   evaluate true
                       when WS-SHIFT-CLOSED = "Y"
                           move 1 to WS-ACTIVE

                       when WS-INPUT = "w"
                           move "Y" to WS-BLOCKED
                           if WS-PY > 0
                               move WS-PX to WS-TRY-PX
                               compute WS-TRY-PY = WS-PY - 1
                               perform PARA-CHECK-WALL
                           end-if
                           perform PARA-MAKE-MOVE

                       when WS-INPUT = "s"
                           move "Y" to WS-BLOCKED
                           if WS-PY < GRD-HEIGHT
                               move WS-PX to WS-TRY-PX
                               compute WS-TRY-PY = WS-PY + 1
                               perform PARA-CHECK-WALL
                           end-if
                           perform PARA-MAKE-MOVE

                       when WS-INPUT = "a"
                           move "Y" to WS-BLOCKED
                           if WS-PX > 0
                               compute WS-TRY-PX = WS-PX - 1
                               move WS-PY to WS-TRY-PY
                               perform PARA-CHECK-WALL
                           end-if
                           perform PARA-MAKE-MOVE

                       when WS-INPUT = "d"
                           move "Y" to WS-BLOCKED
                           if WS-PX < GRD-WIDTH
                               compute WS-TRY-PX = WS-PX + 1
                               move WS-PY to WS-TRY-PY
                               perform PARA-CHECK-WALL
                           end-if
                           perform PARA-MAKE-MOVE

                       when WS-INPUT = "r"
                           perform PARA-LOG-KEYSTROKE
                           if WS-LOGGED = "Y"
                               perform PARA-FILE-RENDER-REQ
                               move 0 to WS-INVALID-COUNT
                           else
                               move "Y" to WS-KEY-REFUSED
                           end-if

                       when WS-INPUT = "q"
                           perform PARA-LOG-KEYSTROKE
                           if WS-LOGGED = "Y"
                               move 1 to WS-ACTIVE
                               move 0 to WS-INVALID-COUNT
                           else
                               move "Y" to WS-KEY-REFUSED
                           end-if

                       when other
                           perform PARA-LOG-KEYSTROKE
                           if WS-LOGGED = "Y"
                               display 'INVALID INPUT.'
                               add 1 to WS-INVALID-COUNT
                           else
                               move "Y" to WS-KEY-REFUSED
                           end-if
                           if WS-INVALID-COUNT >= WS-INVALID-MAX
                               display 'TOO MANY INVALID ENTRIES.'
                               display 'LOCKING SESSION.'
                               move 1 to WS-LOCKED
                               move 1 to WS-ACTIVE
                               move "L" to WS-INPUT
                               perform PARA-LOG-MUST with test after
                                   until WS-LOGGED not = "N"
                           end-if
                   end-evaluate
                   add 1 to GRD-HEIGHT GRD-WIDTH
                       move "Y" to WS-NTF-EOF
                   not at end
                       move "Y" to WS-NTF-SEEN
                       evaluate true
                           when CTL-NTF-DISP = "C"
                               display "RENDER REQUEST OF "
                                   CTL-NTF-FILED-TS(1:14)
                                   " COMPLETED AND PUBLISHED."
                           when CTL-NTF-DISP = "H"
                               and CTL-NTF-REASON = "DUPNAME"
                               display "RENDER REQUEST OF "
                                   CTL-NTF-FILED-TS(1:14)
                                   " RENDERED BUT NOT CATALOGED OR"
                                   " INSTALLED (" CTL-NTF-REASON ")."
                           when CTL-NTF-DISP = "H"
                               display "RENDER REQUEST OF "
                                   CTL-NTF-FILED-TS(1:14)
                                   " RENDERED AND CATALOGED BUT NOT"
                                   " INSTALLED (" CTL-NTF-REASON ")."
                           when CTL-NTF-DISP = "D"
                               display "RENDER REQUEST OF "
                                   CTL-NTF-FILED-TS(1:14)
                                   " DEFERRED TO THE NEXT RUN ("
                                   CTL-NTF-REASON ")."
                           when other
                               display "RENDER REQUEST OF "
                                   CTL-NTF-FILED-TS(1:14)
                                   " REJECTED (" CTL-NTF-REASON ")."
                       end-evaluate
               end-read.

      *    file a render request for the region around the player's
      *    current cell, or for the whole plane of another fractal
      *    the player names; MANDELBROT drains the queue on its next
      *    run and publishes the result back as the board terrain.
      *    called while the grid dimensions are decremented to their
      *    maximum cell indexes, which is what the fraction mapping
      *    wants.
      *    the queue is only opened once the request is built, under
      *    the queue's lock, so the append never lands in the middle
      *    of MANDELBROT writing the queue back.
           PARA-FILE-RENDER-REQ.
               if GRD-WIDTH = 0 or GRD-HEIGHT = 0
                   display "BOARD TOO SMALL FOR A RENDER REQUEST."
               else
      *            the terrain is transposed relative to the board:
      *            each board row is one render row, which MANDELBROT
                   else
                       move "5" to MB-RRQ-PRIORITY
                   end-if
                   perform PARA-ASK-FRACTAL
      *            the renderer yields WIDTH - 1 rows of HEIGHT - 1
      *            cells, so covering every board row and column
      *            needs WIDTH one past the row count and HEIGHT one
                   compute MB-RRQ-XMAX = WS-REQ-CX + WS-REQ-HALF-X
                   compute MB-RRQ-YMIN = WS-REQ-CY - WS-REQ-HALF-Y
                   compute MB-RRQ-YMAX = WS-REQ-CY + WS-REQ-HALF-Y
                   if WS-REQ-NEW-VIEW = "Y"
                       move -2 to MB-RRQ-XMIN MB-RRQ-YMIN
                       move +2 to MB-RRQ-XMAX MB-RRQ-YMAX
                   end-if
                   if WS-REQ-FRAC-OK = "Y"
                       perform PARA-QUEUE-RENDER-REQ
                   end-if
               end-if.

           PARA-QUEUE-RENDER-REQ.
               move "CTLRRQ" to CTL-LOCK-RESOURCE.
               perform PARA-TAKE-LOCK.
               if CTL-LOCK-RESULT not = "Y"
                   display "RENDER REQUEST QUEUE LOCKED - REQUEST"
                       " NOT FILED."
               else
                   perform PARA-WRITE-RENDER-REQ
                   perform PARA-DROP-LOCK
               end-if.

      *    which fractal the request is for: enter keeps the board's
      *    own kind, and a Julia request takes its constant one part
      *    at a time, enter keeping the value offered. MANDELBROT's
      *    edit checks judge the constant, as they do the bounds
           PARA-ASK-FRACTAL.
               move "Y" to WS-REQ-FRAC-OK.
               move "N" to WS-REQ-NEW-VIEW.
               display "FRACTAL - M MANDELBROT, J JULIA SET, B BURNING"
                   " SHIP".
               display "WHICH, ENTER FOR " WS-BRD-FRACTAL "? "
                   with no advancing.
               move space to WS-REQ-FRAC-IN.
               accept WS-REQ-FRAC-IN.
               move function upper-case(WS-REQ-FRAC-IN)
                   to WS-REQ-FRAC-IN.
               if WS-REQ-FRAC-IN = space
                   move WS-BRD-FRACTAL to WS-REQ-FRAC-IN
               end-if.
               move WS-REQ-FRAC-IN to MB-RRQ-FRACTAL.
               move 0 to MB-RRQ-JULIA-CR MB-RRQ-JULIA-CI.
               evaluate WS-REQ-FRAC-IN
                   when "M"
                   when "B"
                       continue
                   when "J"
                       perform PARA-ASK-JULIA
                   when other
                       display "NO SUCH FRACTAL - REQUEST NOT FILED."
                       move "N" to WS-REQ-FRAC-OK
               end-evaluate.
               if MB-RRQ-FRACTAL not = WS-BRD-FRACTAL
                   or MB-RRQ-JULIA-CR not = WS-BRD-JULIA-CR
                   or MB-RRQ-JULIA-CI not = WS-BRD-JULIA-CI
                   move "Y" to WS-REQ-NEW-VIEW
               end-if.

           PARA-ASK-JULIA.
               if WS-BRD-FRACTAL = "J"
                   move WS-BRD-JULIA-CR to MB-RRQ-JULIA-CR
                   move WS-BRD-JULIA-CI to MB-RRQ-JULIA-CI
               else
                   move WS-REQ-DEF-CR to MB-RRQ-JULIA-CR
                   move WS-REQ-DEF-CI to MB-RRQ-JULIA-CI
               end-if.
               move MB-RRQ-JULIA-CR to WS-REQ-ED-C.
               display "JULIA CONSTANT REAL PART, ENTER FOR "
                   WS-REQ-ED-C "? " with no advancing.
               move spaces to WS-REQ-C-IN.
               accept WS-REQ-C-IN.
               if WS-REQ-C-IN not = spaces
                   compute MB-RRQ-JULIA-CR =
                       function numval(WS-REQ-C-IN)
               end-if.
               move MB-RRQ-JULIA-CI to WS-REQ-ED-C.
               display "JULIA CONSTANT IMAGINARY PART, ENTER FOR "
                   WS-REQ-ED-C "? " with no advancing.
               move spaces to WS-REQ-C-IN.
               accept WS-REQ-C-IN.
               if WS-REQ-C-IN not = spaces
                   compute MB-RRQ-JULIA-CI =
                       function numval(WS-REQ-C-IN)
               end-if.

           PARA-WRITE-RENDER-REQ.
               open extend CTL-RRQ-FILE.
               if WS-RRQ-STATUS not = "00"
                   open output CTL-RRQ-FILE
               end-if.
               if WS-RRQ-STATUS not = "00"
                   display "RENDER REQUEST QUEUE UNAVAILABLE."
               else
                   write MB-RRQ-RECORD
                   display "RENDER REQUEST FILED."
                   close CTL-RRQ-FILE
               end-if.

           PARA-RENDER-LINES.
