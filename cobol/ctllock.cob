
       id division.
       program-id. ctllock.

      *    shared-file lock manager: called by every program that
      *    writes a file other sessions write too (see the ctllockp
      *    copybook), so two CONTROLLER sessions, CTLADMIN,
      *    MANDELBROT and CTLARCH take turns instead of interleaving
      *    appends or losing each other's rewrites. a lock is a
      *    one-record file <resource>.LCK naming the holder - the
      *    token (the time it was taken), the owning program, the
      *    player and the lease; an empty file is a free lock.
      *    the lock file is only ever read or written by a session
      *    holding its guard, the directory <resource>.LKG: making a
      *    directory either succeeds for exactly one session or
      *    fails because it is already there, so taking, taking over
      *    and releasing a lock are each done by one session at a
      *    time, and the guard is let go again as soon as the lock
      *    file has been looked at. acquiring retries once a second
      *    until the wait runs out. a lock still held past its lease
      *    was left by a session that died holding it: it is taken
      *    over and a "K" record goes to the audit trail (the lock
      *    name as the actor, the dead session's player as the
      *    player), under the audit trail's own lock, chained like
      *    any other.

       environment division.
           input-output section.
           file-control.
               select CTL-LOCK-FILE assign to WS-LOCK-FILENAME
                   organization is line sequential
                   file status is WS-LOCK-STATUS.
               select CTL-AUDIT-FILE assign to "CTLAUDIT.DAT"
                   organization is line sequential
                   file status is WS-AUDIT-STATUS.
               select CTL-ALST-FILE assign to "CTLAUDIT.LST"
                   organization is line sequential
                   file status is WS-ALST-STATUS.

       data division.
           file section.
           FD  CTL-LOCK-FILE.
           01  CTL-LCK-RECORD.
               05 CTL-LCK-TOKEN  pic X(26).
               05 CTL-LCK-OWNER  pic X(8).
               05 CTL-LCK-PLAYER pic X.
               05 CTL-LCK-LEASE  pic 9(5).

           FD  CTL-AUDIT-FILE.
           copy "ctlaud".

           FD  CTL-ALST-FILE.
           copy "ctlalst".

           working-storage section.
           01 WS-LOCK-STATUS   pic XX value "00".
           01 WS-AUDIT-STATUS  pic XX value "00".
           01 WS-ALST-STATUS   pic XX value "00".
           01 WS-ALST-GOOD     pic X  value "N".
           01 WS-LOCK-FILENAME pic X(12) value spaces.
           01 WS-GUARD-NAME    pic X(12) value spaces.
           01 WS-GUARD-RC      pic S9(9) value 0.
      *    whether the last try got the guard
           01 WS-GUARDED       pic X     value "N".

      *    the lock being worked on; the caller's lock first, then
      *    the audit trail's when a stale clear must be recorded
           01 WS-RES      pic X(8)  value spaces.
           01 WS-OWN      pic X(8)  value spaces.
           01 WS-PLY      pic X     value space.
           01 WS-LEASE    pic 9(5)  value 0.
           01 WS-WAIT     pic 999   value 0.
           01 WS-TRIES    pic 9(4)  value 0.
           01 WS-GOT      pic X     value "N".
           01 WS-FREED    pic X     value "N".
           01 WS-MY-TOKEN pic X(26) value spaces.
           01 WS-ONE-SEC  pic 9     value 1.

      *    the holder found on the lock file
           01 WS-HELD        pic X     value "N".
           01 WS-HELD-TOKEN  pic X(26) value spaces.
           01 WS-HELD-OWNER  pic X(8)  value spaces.
           01 WS-HELD-PLAYER pic X     value space.
           01 WS-HELD-LEASE  pic 9(5)  value 0.
           01 WS-STALE       pic X     value "N".

      *    what a take cleared, if anything
           01 WS-CLEARED    pic X    value "N".
           01 WS-CLR-OWNER  pic X(8) value spaces.
           01 WS-CLR-PLAYER pic X    value space.

      *    the caller's lock, held aside while the audit trail's
      *    lock is taken to record its stale clear
           01 WS-MAIN-RES     pic X(8)  value spaces.
           01 WS-MAIN-CLEARED pic X     value "N".
           01 WS-MAIN-OWNER   pic X(8)  value spaces.
           01 WS-MAIN-PLAYER  pic X     value space.
      *    whether the caller's audit trail lock is still its own
           01 WS-AUD-HELD     pic X     value "N".

      *    the "K" record to write
           01 WS-K-RES    pic X(8) value spaces.
           01 WS-K-OWNER  pic X(8) value spaces.
           01 WS-K-PLAYER pic X    value space.

      *    lease arithmetic: a timestamp as seconds since the
      *    calendar's day one
           01 WS-TS        pic X(26) value spaces.
           01 WS-TS-PARTS redefines WS-TS.
               05 WS-TS-DATE pic 9(8).
               05 WS-TS-HH   pic 99.
               05 WS-TS-MM   pic 99.
               05 WS-TS-SS   pic 99.
               05 filler     pic X(12).
           01 WS-SECS      pic 9(12) value 0.
           01 WS-HELD-SECS pic 9(12) value 0.
           01 WS-NOW-SECS  pic 9(12) value 0.

      *    audit trail numbering and chain, picked up under the lock
           01 WS-AUD-SEQ      pic 9(9) value 0.
           01 WS-AUD-CHECK    pic 9(9) value 0.
           01 WS-AUD-SCAN-EOF pic X value "N".
           01 WS-HASH         pic 9(18) value 0.
           01 WS-HX           pic 99 value 1.

           linkage section.
           copy "ctllockp".

       procedure division using CTL-LOCK-PARMS.
           PARA-ENTRY.
               move "N" to CTL-LOCK-RESULT.
               if CTL-LOCK-FUNCTION = "R"
                   perform PARA-RELEASE
               else
                   perform PARA-ACQUIRE thru PARA-ACQUIRE-EXIT
               end-if.
               go to PARA-EXIT.

           PARA-EXIT.
               move 0 to return-code.
               goback.

           PARA-ACQUIRE.
               move CTL-LOCK-RESOURCE to WS-RES.
               move CTL-LOCK-OWNER to WS-OWN.
               move CTL-LOCK-PLAYER to WS-PLY.
               move CTL-LOCK-LEASE to WS-LEASE.
               move CTL-LOCK-WAIT to WS-WAIT.
               perform PARA-TAKE.
               if WS-GOT not = "Y"
                   go to PARA-ACQUIRE-EXIT
               end-if.
               move "Y" to CTL-LOCK-RESULT.
               move WS-MY-TOKEN to CTL-LOCK-TOKEN.
               if WS-CLEARED not = "Y"
                   go to PARA-ACQUIRE-EXIT
               end-if.
      *        the audit trail's own lock is the one just taken, so
      *        its clear is recorded straight away
               if WS-RES = "CTLAUDIT"
                   move WS-RES to WS-K-RES
                   move WS-CLR-OWNER to WS-K-OWNER
                   move WS-CLR-PLAYER to WS-K-PLAYER
                   perform PARA-WRITE-CLEARED
                   go to PARA-ACQUIRE-EXIT
               end-if.
      *        any other lock's clear is recorded under the audit
      *        trail's lock. a caller that already holds it passes
      *        its token and the record is written under that hold,
      *        once the lock file shows it still is the caller's;
      *        any other caller holds no lock at all, so the audit
      *        trail's lock is taken here, second, in lock order
               move WS-RES to WS-MAIN-RES.
               move WS-CLR-OWNER to WS-MAIN-OWNER.
               move WS-CLR-PLAYER to WS-MAIN-PLAYER.
               if CTL-LOCK-AUDIT-TOKEN not = spaces
                   perform PARA-AUDIT-HELD
                   if WS-AUD-HELD = "Y"
                       move WS-MAIN-RES to WS-K-RES
                       move WS-MAIN-OWNER to WS-K-OWNER
                       move WS-MAIN-PLAYER to WS-K-PLAYER
                       perform PARA-WRITE-CLEARED
                       go to PARA-ACQUIRE-EXIT
                   end-if
               end-if.
               move "CTLAUDIT" to WS-RES.
               move 60 to WS-LEASE.
               perform PARA-TAKE.
               if WS-GOT not = "Y"
                   display "STALE LOCK " WS-MAIN-RES " CLEARED - THE"
                       " AUDIT TRAIL IS LOCKED, CLEAR NOT RECORDED."
                   go to PARA-ACQUIRE-EXIT
               end-if.
               if WS-CLEARED = "Y"
                   move WS-RES to WS-K-RES
                   move WS-CLR-OWNER to WS-K-OWNER
                   move WS-CLR-PLAYER to WS-K-PLAYER
                   perform PARA-WRITE-CLEARED
               end-if.
               move WS-MAIN-RES to WS-K-RES.
               move WS-MAIN-OWNER to WS-K-OWNER.
               move WS-MAIN-PLAYER to WS-K-PLAYER.
               perform PARA-WRITE-CLEARED.
               perform PARA-FREE.

           PARA-ACQUIRE-EXIT.
               exit.

      *    does the audit trail's lock still carry the caller's
      *    token? read under its guard, like any other look at it
           PARA-AUDIT-HELD.
               move "N" to WS-AUD-HELD.
               move "CTLAUDIT" to WS-RES.
               perform PARA-SET-FILENAME.
               move 0 to WS-TRIES.
               perform PARA-TRY-AUDIT-HELD with test after
                   until WS-GUARDED = "Y" or WS-TRIES > 5.
               if WS-GUARDED not = "Y"
                   perform PARA-GUARD-STANDING
               end-if.

           PARA-TRY-AUDIT-HELD.
               perform PARA-GUARD-ON.
               if WS-GUARDED = "Y"
                   perform PARA-READ-LOCK
                   if WS-HELD = "Y"
                       and WS-HELD-TOKEN = CTL-LOCK-AUDIT-TOKEN
                       move "Y" to WS-AUD-HELD
                   end-if
                   perform PARA-GUARD-OFF
               else
                   add 1 to WS-TRIES
                   if WS-TRIES <= 5
                       call "C$SLEEP" using WS-ONE-SEC
                   end-if
               end-if.

      *    release only a lock this caller still holds - if it ran
      *    past its lease and another session took it over, the
      *    lock is theirs now
           PARA-RELEASE.
               move CTL-LOCK-RESOURCE to WS-RES.
               move CTL-LOCK-TOKEN to WS-MY-TOKEN.
               move CTL-LOCK-OWNER to WS-OWN.
               move CTL-LOCK-PLAYER to WS-PLY.
               perform PARA-FREE.
               if WS-FREED = "Y"
                   move "Y" to CTL-LOCK-RESULT
               end-if.

      *    empty the lock file named by WS-RES if WS-MY-TOKEN,
      *    WS-OWN and WS-PLY still hold it; the guard is only ever
      *    held for a moment, so a few seconds' wait for it is plenty
           PARA-FREE.
               perform PARA-SET-FILENAME.
               move "N" to WS-FREED.
               move 0 to WS-TRIES.
               perform PARA-TRY-FREE with test after
                   until WS-GUARDED = "Y" or WS-TRIES > 5.
               if WS-GUARDED not = "Y"
                   perform PARA-GUARD-STANDING
               end-if.

           PARA-TRY-FREE.
               perform PARA-GUARD-ON.
               if WS-GUARDED = "Y"
                   perform PARA-READ-LOCK
                   if WS-HELD = "Y" and WS-HELD-TOKEN = WS-MY-TOKEN
                       and WS-HELD-OWNER = WS-OWN
                       and WS-HELD-PLAYER = WS-PLY
                       open output CTL-LOCK-FILE
                       close CTL-LOCK-FILE
                       move "Y" to WS-FREED
                   end-if
                   perform PARA-GUARD-OFF
               else
                   add 1 to WS-TRIES
                   if WS-TRIES <= 5
                       call "C$SLEEP" using WS-ONE-SEC
                   end-if
               end-if.

           PARA-SET-FILENAME.
               move spaces to WS-LOCK-FILENAME WS-GUARD-NAME.
               string WS-RES delimited by space
                   ".LCK" delimited by size
                   into WS-LOCK-FILENAME
               end-string.
               string WS-RES delimited by space
                   ".LKG" delimited by size
                   into WS-GUARD-NAME
               end-string.

      *    the guard is had by making its directory; the system
      *    refuses to make one that is already there
           PARA-GUARD-ON.
               move "N" to WS-GUARDED.
               call "CBL_CREATE_DIR" using WS-GUARD-NAME.
               move return-code to WS-GUARD-RC.
               if WS-GUARD-RC = 0
                   move "Y" to WS-GUARDED
               end-if.

           PARA-GUARD-OFF.
               call "CBL_DELETE_DIR" using WS-GUARD-NAME.

      *    a guard still standing after the whole wait was left by a
      *    session that died in the moment it held it; nothing
      *    clears it but the operator
           PARA-GUARD-STANDING.
               display "LOCK GUARD " WS-GUARD-NAME " HAS STOOD FOR "
                   "THE WHOLE WAIT.".
               display "IF NO SESSION IS RUNNING, REMOVE THE "
                   "DIRECTORY.".

      *    take the lock named by WS-RES for WS-OWN/WS-PLY, trying
      *    once a second for up to WS-WAIT seconds
           PARA-TAKE.
               perform PARA-SET-FILENAME.
               move 0 to WS-TRIES.
               move "N" to WS-GOT WS-CLEARED.
               perform PARA-TRY-LOCK with test after
                   until WS-GOT = "Y" or WS-TRIES > WS-WAIT.
               if WS-GOT not = "Y" and WS-GUARDED not = "Y"
                   perform PARA-GUARD-STANDING
               end-if.

           PARA-TRY-LOCK.
               move "N" to WS-STALE.
               perform PARA-GUARD-ON.
               if WS-GUARDED = "Y"
                   perform PARA-READ-LOCK
                   if WS-HELD = "Y"
                       perform PARA-CHECK-STALE
                   end-if
                   if WS-HELD = "N" or WS-STALE = "Y"
                       perform PARA-WRITE-LOCK
                   end-if
                   perform PARA-GUARD-OFF
               end-if.
               if WS-GOT not = "Y"
                   add 1 to WS-TRIES
                   if WS-TRIES <= WS-WAIT
                       call "C$SLEEP" using WS-ONE-SEC
                   end-if
               end-if.

      *    the lock is free or stale and the guard is held, so no
      *    other session can be reading or writing the lock file
           PARA-WRITE-LOCK.
               move WS-HELD-OWNER to WS-CLR-OWNER.
               move WS-HELD-PLAYER to WS-CLR-PLAYER.
               move function current-date to WS-MY-TOKEN.
               open output CTL-LOCK-FILE.
               if WS-LOCK-STATUS = "00"
                   move WS-MY-TOKEN to CTL-LCK-TOKEN
                   move WS-OWN to CTL-LCK-OWNER
                   move WS-PLY to CTL-LCK-PLAYER
                   move WS-LEASE to CTL-LCK-LEASE
                   write CTL-LCK-RECORD
                   if WS-LOCK-STATUS = "00"
                       move "Y" to WS-GOT
                   end-if
                   close CTL-LOCK-FILE
               end-if.
               if WS-GOT = "Y" and WS-STALE = "Y"
                   move "Y" to WS-CLEARED
                   display "STALE LOCK " WS-RES " LEFT BY "
                       WS-CLR-OWNER " PLAYER " WS-CLR-PLAYER
                       " CLEARED."
               end-if.

      *    who holds the lock now; a missing or empty lock file, or
      *    one with no owner on it, is a free lock
           PARA-READ-LOCK.
               move "N" to WS-HELD.
               move spaces to WS-HELD-TOKEN WS-HELD-OWNER.
               move space to WS-HELD-PLAYER.
               move 0 to WS-HELD-LEASE.
               open input CTL-LOCK-FILE.
               if WS-LOCK-STATUS = "00"
                   read CTL-LOCK-FILE
                   if WS-LOCK-STATUS = "00"
                       and CTL-LCK-OWNER not = spaces
                       move "Y" to WS-HELD
                       move CTL-LCK-TOKEN to WS-HELD-TOKEN
                       move CTL-LCK-OWNER to WS-HELD-OWNER
                       move CTL-LCK-PLAYER to WS-HELD-PLAYER
                       if CTL-LCK-LEASE is numeric
                           move CTL-LCK-LEASE to WS-HELD-LEASE
                       end-if
                   end-if
                   close CTL-LOCK-FILE
               end-if.

      *    a lock held past its lease was left by a session that
      *    died holding it; one whose token cannot be read as a time
      *    is no good to anybody and counts as stale too
           PARA-CHECK-STALE.
               move WS-HELD-TOKEN to WS-TS.
               if WS-TS(1:14) is not numeric
                   move "Y" to WS-STALE
               else
                   perform PARA-TS-SECONDS
                   compute WS-HELD-SECS = WS-SECS + WS-HELD-LEASE
                   move function current-date to WS-TS
                   perform PARA-TS-SECONDS
                   move WS-SECS to WS-NOW-SECS
                   if WS-NOW-SECS > WS-HELD-SECS
                       move "Y" to WS-STALE
                   end-if
               end-if.

           PARA-TS-SECONDS.
               compute WS-SECS =
                   function integer-of-date(WS-TS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.

      *    the "K" record for a cleared lock, written while the
      *    audit trail's lock is held: the trail's numbering and
      *    chain are picked up from the chain control record
           PARA-WRITE-CLEARED.
               perform PARA-PICK-UP-CHAIN.
               move spaces to CTL-AUDIT-RECORD.
               move function current-date to CTL-AUD-TIMESTAMP.
               move WS-K-PLAYER to CTL-AUD-PLAYER.
               move "K" to CTL-AUD-KEY.
               move 0 to CTL-AUD-PX CTL-AUD-PY.
               move 0 to CTL-AUD-GRD-W CTL-AUD-GRD-H.
               move WS-K-RES to CTL-AUD-ACTOR.
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
               end-if.
               close CTL-AUDIT-FILE.

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
                       until WS-AUD-SCAN-EOF = "Y"
                   close CTL-AUDIT-FILE
               end-if.

           PARA-SCAN-CHAIN-REC.
               read CTL-AUDIT-FILE
                   at end
                       move "Y" to WS-AUD-SCAN-EOF
                   not at end
                       if CTL-AUD-SEQ is numeric
                           move CTL-AUD-SEQ to WS-AUD-SEQ
                           if CTL-AUD-CHECK is numeric
                               move CTL-AUD-CHECK to WS-AUD-CHECK
                           end-if
                       end-if
               end-read.

      *    chain the check value: hash this record's first 77 bytes
      *    (everything through the sequence number) seeded with the
      *    previous record's check - the rule CTLAUDCK verifies
           PARA-CHAIN-CHECK.
               move WS-AUD-CHECK to WS-HASH.
               move 1 to WS-HX.
               perform PARA-CHAIN-BYTE with test after
                   until WS-HX > 77.
               move WS-HASH to WS-AUD-CHECK.

           PARA-CHAIN-BYTE.
               compute WS-HASH = function mod(WS-HASH * 31
                   + function ord(CTL-AUDIT-RECORD(WS-HX:1))
                   1000000000).
               add 1 to WS-HX.
