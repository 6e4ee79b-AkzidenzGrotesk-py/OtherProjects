      *    supervisor administration utility for the player
      *    checkpoints. lists every roster player's checkpoint
      *    record, clears a lockout without losing the saved
      *    position, relocates a player to a given cell, adds a
      *    player to the roster, places objectives, or sets a
      *    player's shift on the schedule CONTROLLER holds sessions
      *    to. every action on a checkpoint is appended to the
      *    keystroke audit trail ("U" = unlock, "R" = relocate) so
      *    resets stay accountable.

               select CTL-AUDIT-FILE assign to "CTLAUDIT.DAT"
                   organization is line sequential
                   file status is WS-AUDIT-STATUS.
               select CTL-ALST-FILE assign to "CTLAUDIT.LST"
                   organization is line sequential
                   file status is WS-ALST-STATUS.
               select CTL-BOARD-FILE assign to "CTLBOARD.DAT"
                   organization is line sequential
                   file status is WS-BOARD-STATUS.
               select CTL-OBJ-FILE assign to "CTLOBJ.DAT"
                   organization is line sequential
                   file status is WS-OBJ-STATUS.
               select CTL-SHIFT-FILE assign to "CTLSHIFT.DAT"
                   organization is line sequential
                   file status is WS-SHIFT-STATUS.

       data division.
           file section.
           FD  CTL-AUDIT-FILE.
           copy "ctlaud".

           FD  CTL-ALST-FILE.
           copy "ctlalst".

      *    only the bounds record is read here, for the board id
      *    the audit records are stamped with
           FD  CTL-BOARD-FILE.
           FD  CTL-OBJ-FILE.
           copy "ctlobj".

      *    shift schedule - one record per player
           FD  CTL-SHIFT-FILE.
           copy "ctlshift".

           working-storage section.
      *    board size in effect, for validating relocate targets
           copy "grddim".
           01 WS-CKPT-FILENAME pic X(12) value "CTLCKPT1.DAT".
           01 WS-CONFIG-STATUS pic XX value "00".
           01 WS-AUDIT-STATUS  pic XX value "00".
           01 WS-ALST-STATUS   pic XX value "00".
           01 WS-ALST-GOOD     pic X  value "N".
           01 WS-BOARD-STATUS  pic XX value "00".

      *    board library name of the active terrain, stamped on
           01 WS-NEW-NAME  pic X(20) value spaces.
           01 WS-NEW-GLYPH pic X value "#".

      *    the shift schedule, held whole while a player's shift is
      *    set so the file can be written back with it
           01 WS-SHIFT-STATUS pic XX value "00".
           01 WS-SHIFT-EOF    pic X  value "N".
           01 WS-SHIFT-KEPT   pic X  value "N".
           01 WS-SHF-COUNT    pic 99 value 0.
           01 WS-SHF-X        pic 99 value 1.
           01 WS-SHF-HIT      pic 99 value 0.
           01 WS-SHF-TABLE.
               05 WS-SHF occurs 20 times pic X(23).

      *    fields for setting a shift
           01 WS-NEW-DAYS    pic X(7) value spaces.
           01 WS-DAY-COUNT   pic 99 value 0.
           01 WS-NEW-START.
               05 WS-NEW-START-HH pic XX.
               05 WS-NEW-START-MM pic XX.
           01 WS-NEW-END.
               05 WS-NEW-END-HH   pic XX.
               05 WS-NEW-END-MM   pic XX.
           01 WS-NEW-GRACE   pic 999 value 0.

      *    supervisor sign-on; three attempts, then the program
      *    ends. the signed-on id rides on every audit record the
      *    actions write, which is what makes a reset accountable
           01 WS-SUP-ATTEMPT  pic 9  value 0.

      *    per-file sequence number and chained check value for the
      *    audit records the actions write, picked up again from the
      *    chain control record for every record while the audit
      *    trail's lock is held, so board sessions appending at the
      *    same time never fork the chain; the chain rule lives in
      *    the copybook comment and CTLAUDCK verifies it
           01 WS-AUD-SEQ      pic 9(9) value 0.
           01 WS-AUD-CHECK    pic 9(9) value 0.
           01 WS-AUD-SCAN-EOF pic X value "N".
           01 WS-HASH         pic 9(18) value 0.
           01 WS-HX           pic 99 value 1.

      *    locks on the files board sessions write too - the audit
      *    trail and the objectives file
           copy "ctllockp".

       procedure division.
           PARA-ENTRY.
               perform PARA-SIGN-ON with test after
               perform PARA-READ-CONFIG.
               perform PARA-READ-BOARD-ID.
               perform PARA-LOAD-ROSTER.
               perform PARA-MENU with test after until WS-ACTIVE = 1.
               go to PARA-EXIT.

           PARA-EXIT.
               stop run.

           PARA-READ-CONFIG.
               display "  R - RELOCATE A PLAYER".
               display "  A - ADD A PLAYER TO THE ROSTER".
               display "  O - PLACE AN OBJECTIVE".
               display "  S - SET A PLAYER'S SHIFT".
               display "  V - VIEW THE SHIFT SCHEDULE".
               display "  Q - QUIT".
               display "> " with no advancing.
               accept WS-CHOICE.
                   when "o"
                       perform PARA-PLACE-OBJECTIVE
                           thru PARA-PLACE-EXIT
                   when "s"
                       perform PARA-ACCEPT-PLAYER
                       if WS-TGT-OK = "Y"
                           perform PARA-SET-SHIFT
                               thru PARA-SET-SHIFT-EXIT
                       end-if
                   when "v"
                       perform PARA-VIEW-SHIFTS
                   when "q"
                       move 1 to WS-ACTIVE
                   when other
                       display "AN OBJECTIVE IS WORTH AT LEAST"
                           " ONE POINT."
                   when other
                       move "CTLOBJ" to CTL-LOCK-RESOURCE
                       perform PARA-TAKE-LOCK
                       if CTL-LOCK-RESULT not = "Y"
                           display "OBJECTIVES FILE LOCKED -"
                               " OBJECTIVE NOT PLACED."
                       else
                           perform PARA-APPEND-OBJECTIVE
                           perform PARA-DROP-LOCK
                       end-if
               end-evaluate.

           PARA-PLACE-EXIT.
               exit.

      *    a player's working days and hours; a shift that ends at
      *    or before its start time runs into the next day, and the
      *    grace is how long CONTROLLER lets a session run past the
      *    end before closing it. the player's record is replaced,
      *    or added when they had none
           PARA-SET-SHIFT.
               display "DAYS ON DUTY, MONDAY FIRST (E.G. YYYYYNN)? "
                   with no advancing.
               move spaces to WS-NEW-DAYS.
               accept WS-NEW-DAYS.
               move function upper-case(WS-NEW-DAYS) to WS-NEW-DAYS.
               move 0 to WS-DAY-COUNT.
               inspect WS-NEW-DAYS tallying WS-DAY-COUNT
                   for all "Y" all "N".
               if WS-DAY-COUNT not = 7
                   display "GIVE SEVEN DAYS, EACH Y OR N."
                   go to PARA-SET-SHIFT-EXIT
               end-if.
               display "SHIFT START (HHMM)? " with no advancing.
               move spaces to WS-NEW-START.
               accept WS-NEW-START.
               if WS-NEW-START is not numeric
                   or WS-NEW-START-HH > "23" or WS-NEW-START-MM > "59"
                   display "NOT A TIME OF DAY."
                   go to PARA-SET-SHIFT-EXIT
               end-if.
               display "SHIFT END (HHMM)? " with no advancing.
               move spaces to WS-NEW-END.
               accept WS-NEW-END.
               if WS-NEW-END is not numeric
                   or WS-NEW-END-HH > "23" or WS-NEW-END-MM > "59"
                   display "NOT A TIME OF DAY."
                   go to PARA-SET-SHIFT-EXIT
               end-if.
               display "GRACE MINUTES PAST THE END? " with no advancing.
               accept WS-NEW-GRACE.
               perform PARA-LOAD-SHIFTS.
               move spaces to CTL-SHIFT-RECORD.
               move WS-TGT-PLAYER to CTL-SHIFT-ID.
               move WS-NEW-DAYS to CTL-SHIFT-DAYS.
               move WS-NEW-START to CTL-SHIFT-START.
               move WS-NEW-END to CTL-SHIFT-END.
               move WS-NEW-GRACE to CTL-SHIFT-GRACE.
               perform PARA-FIND-SHIFT.
               if WS-SHF-HIT = 0
                   if WS-SHF-COUNT >= 20
                       display "THE SHIFT SCHEDULE IS FULL."
                       go to PARA-SET-SHIFT-EXIT
                   end-if
                   add 1 to WS-SHF-COUNT
                   move WS-SHF-COUNT to WS-SHF-HIT
               end-if.
               move CTL-SHIFT-RECORD to WS-SHF(WS-SHF-HIT).
               open output CTL-SHIFT-FILE.
               move 1 to WS-SHF-X.
               perform PARA-WRITE-SHIFT-ONE with test after
                   until WS-SHF-X > WS-SHF-COUNT.
               close CTL-SHIFT-FILE.
               display "SHIFT SET FOR PLAYER " WS-TGT-PLAYER ": "
                   WS-NEW-DAYS " " WS-NEW-START "-" WS-NEW-END
                   " GRACE " WS-NEW-GRACE ".".

           PARA-SET-SHIFT-EXIT.
               exit.

           PARA-LOAD-SHIFTS.
               move 0 to WS-SHF-COUNT.
               move "N" to WS-SHIFT-EOF WS-SHIFT-KEPT.
               open input CTL-SHIFT-FILE.
               if WS-SHIFT-STATUS = "00"
                   move "Y" to WS-SHIFT-KEPT
                   perform PARA-LOAD-SHIFT-REC with test after
                       until WS-SHIFT-EOF = "Y"
                   close CTL-SHIFT-FILE
               end-if.

           PARA-LOAD-SHIFT-REC.
               read CTL-SHIFT-FILE
                   at end
                       move "Y" to WS-SHIFT-EOF
                   not at end
                       if WS-SHF-COUNT < 20
                           add 1 to WS-SHF-COUNT
                           move CTL-SHIFT-RECORD
                               to WS-SHF(WS-SHF-COUNT)
                       end-if
               end-read.

           PARA-FIND-SHIFT.
               move 0 to WS-SHF-HIT.
               move 1 to WS-SHF-X.
               perform PARA-FIND-SHIFT-SCAN with test after
                   until WS-SHF-HIT > 0 or WS-SHF-X > WS-SHF-COUNT.

           PARA-FIND-SHIFT-SCAN.
               if WS-SHF-X <= WS-SHF-COUNT
                   and WS-SHF(WS-SHF-X)(1:1) = WS-TGT-PLAYER
                   move WS-SHF-X to WS-SHF-HIT
               else
                   add 1 to WS-SHF-X
               end-if.

           PARA-WRITE-SHIFT-ONE.
               if WS-SHF-X <= WS-SHF-COUNT
                   move WS-SHF(WS-SHF-X) to CTL-SHIFT-RECORD
                   write CTL-SHIFT-RECORD
               end-if.
               add 1 to WS-SHF-X.

      *    every roster player's shift as it stands
           PARA-VIEW-SHIFTS.
               perform PARA-LOAD-SHIFTS.
               if WS-SHIFT-KEPT not = "Y"
                   display "NO SHIFT SCHEDULE ON FILE - NOBODY IS"
                       " HELD TO A SHIFT."
               else
                   move 1 to WS-ROST-X
                   perform PARA-VIEW-SHIFT-ONE with test after
                       until WS-ROST-X > WS-ROST-COUNT
               end-if.

           PARA-VIEW-SHIFT-ONE.
               if WS-ROST-X <= WS-ROST-COUNT
                   move WS-ROST-ID(WS-ROST-X) to WS-TGT-PLAYER
                   perform PARA-FIND-SHIFT
                   if WS-SHF-HIT = 0
                       display "PLAYER " WS-TGT-PLAYER " "
                           WS-ROST-NAME(WS-ROST-X) " NO SHIFT"
                   else
                       move WS-SHF(WS-SHF-HIT) to CTL-SHIFT-RECORD
                       display "PLAYER " WS-TGT-PLAYER " "
                           WS-ROST-NAME(WS-ROST-X) " "
                           CTL-SHIFT-DAYS " " CTL-SHIFT-START "-"
                           CTL-SHIFT-END " GRACE " CTL-SHIFT-GRACE
                   end-if
               end-if.
               add 1 to WS-ROST-X.

      *    the count is taken again under the lock - a board
      *    session's rewrite or another supervisor's placement may
      *    have changed the file while the cell was being typed in
           PARA-APPEND-OBJECTIVE.
               perform PARA-COUNT-OBJECTIVES.
               if WS-OBJ-ON-FILE >= 50
                   display "THE OBJECTIVES FILE IS AT ITS"
                       " FIFTY-RECORD CAPACITY."
               else
                   open extend CTL-OBJ-FILE
                   if WS-OBJ-STATUS not = "00"
                       open output CTL-OBJ-FILE
                   end-if
                   move WS-OBJ-PX to CTL-OBJ-PX
                   move WS-OBJ-PY to CTL-OBJ-PY
                   move WS-OBJ-POINTS to CTL-OBJ-POINTS
                   move space to CTL-OBJ-TAKEN
                   move space to CTL-OBJ-TAKEN-BY
                   write CTL-OBJ-RECORD
                   close CTL-OBJ-FILE
                   display "OBJECTIVE PLACED AT " WS-OBJ-PX
                       " " WS-OBJ-PY " FOR " WS-OBJ-POINTS
                       " POINTS."
               end-if.

           PARA-COUNT-OBJECTIVES.
               move 0 to WS-OBJ-ON-FILE.
               move "N" to WS-OBJ-EOF.
                       display "PLAYER " WS-TGT-PLAYER
                           " IS NOT LOCKED OUT."
                   else
                       move "CTLAUDIT" to CTL-LOCK-RESOURCE
                       perform PARA-TAKE-LOCK
                       if CTL-LOCK-RESULT not = "Y"
                           display "AUDIT TRAIL LOCKED - LOCKOUT"
                               " NOT CLEARED."
                       else
                           move "0" to WS-LOCKED
                           perform PARA-SAVE-CHECKPOINT
                           move "U" to WS-ACTION-KEY
                           perform PARA-LOG-ACTION
                           perform PARA-DROP-LOCK
                           display "LOCKOUT CLEARED FOR PLAYER "
                               WS-TGT-PLAYER "."
                       end-if
                   end-if
               end-if.

               if WS-NEW-PX >= GRD-WIDTH or WS-NEW-PY >= GRD-HEIGHT
                   display "CELL IS OUTSIDE THE BOARD."
               else
                   move "CTLAUDIT" to CTL-LOCK-RESOURCE
                   perform PARA-TAKE-LOCK
                   if CTL-LOCK-RESULT not = "Y"
                       display "AUDIT TRAIL LOCKED - PLAYER NOT"
                           " RELOCATED."
                   else
                       perform PARA-LOAD-CHECKPOINT
                       move WS-NEW-PX to WS-PX
                       move WS-NEW-PY to WS-PY
                       perform PARA-SAVE-CHECKPOINT
                       move "R" to WS-ACTION-KEY
                       perform PARA-LOG-ACTION
                       perform PARA-DROP-LOCK
                       display "PLAYER " WS-TGT-PLAYER
                           " RELOCATED TO " WS-PX " " WS-PY "."
                   end-if
               end-if.

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

      *    append the action's record; the caller holds the audit
      *    trail's lock, taken before the checkpoint was changed so
      *    an action is never made without its record
           PARA-LOG-ACTION.
               perform PARA-PICK-UP-CHAIN.
               move function current-date to CTL-AUD-TIMESTAMP.
               move WS-TGT-PLAYER to CTL-AUD-PLAYER.
               move WS-ACTION-KEY to CTL-AUD-KEY.
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
               end-if.
               close CTL-AUDIT-FILE.

           PARA-TAKE-LOCK.
               move "A" to CTL-LOCK-FUNCTION.
               move "CTLADMIN" to CTL-LOCK-OWNER.
               move spaces to CTL-LOCK-AUDIT-TOKEN.
               move space to CTL-LOCK-PLAYER.
               move 30 to CTL-LOCK-LEASE.
               move 10 to CTL-LOCK-WAIT.
               call "ctllock" using CTL-LOCK-PARMS.

           PARA-DROP-LOCK.
               move "R" to CTL-LOCK-FUNCTION.
               call "ctllock" using CTL-LOCK-PARMS.
