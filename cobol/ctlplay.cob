                   organization is line sequential
                   file status is WS-BOARD-STATUS.
               select CTL-BLIB-FILE assign to "CTLBLIB.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is CTL-BLIB-KEY
                   file status is WS-BLIB-STATUS.
               select CTL-ROSTER-FILE assign to "CTLROSTR.DAT"
                   organization is line sequential
           01 WS-CUR-BOARD-ID  pic X(20) value spaces.
           01 WS-WANT-BOARD-ID pic X(20) value spaces.
           01 WS-LIB-FOUND     pic X value "N".

      *    board terrain behind the replayed marker, as CONTROLLER
      *    drew it; a missing board file replays on a blank board

      *    session scan state while the audit trail is read: sessions
      *    are numbered per player, opening at the first operator
      *    keystroke and closing on its "q", "L" or "O" record, the same
      *    way the activity report counts them
           01 WS-SES-NUM  pic 999 value 0.
           01 WS-SES-OPEN pic X   value "N".
      *    session bookkeeping for the chosen player: supervisor
      *    records ("U"/"R") never open a session, but once one is
      *    open they are kept as steps so a mid-session relocate
      *    shows up in the replay. a stale lock clear ("K") names
      *    the player whose session left the lock but is nothing
      *    that player did, so it is passed over, as is a sign-on
      *    refused outside the shift ("N"), which opened nothing
           PARA-SIFT-RECORD.
               if CTL-AUD-KEY = "K" or CTL-AUD-KEY = "N"
                   go to PARA-SIFT-EXIT
               end-if.
               if WS-SES-OPEN not = "Y"
                   if CTL-AUD-KEY = "U" or CTL-AUD-KEY = "R"
                       go to PARA-SIFT-EXIT
                   perform PARA-KEEP-STEP
               end-if.
               if CTL-AUD-KEY = "q" or CTL-AUD-KEY = "L"
                   or CTL-AUD-KEY = "O"
                   move "N" to WS-SES-OPEN
               end-if.

           PARA-LOAD-LIB-BOARD.
               move 0 to WS-TERR-COUNT.
               move "N" to WS-TERR-LOADED.
               move "N" to WS-LIB-FOUND WS-BLIB-EOF.
               move WS-WANT-BOARD-ID to WS-CUR-BOARD-ID.
               open input CTL-BLIB-FILE.
               if WS-BLIB-STATUS not = "00"
                       WS-WANT-BOARD-ID " SHOWS BLANK."
                   go to PARA-LOAD-LIB-EXIT
               end-if.
               move WS-WANT-BOARD-ID to CTL-BLIB-NAME.
               move 0 to CTL-BLIB-ROWNO.
               read CTL-BLIB-FILE
                   invalid key
                       move "Y" to WS-BLIB-EOF
                   not invalid key
                       move "Y" to WS-LIB-FOUND
               end-read.
               if WS-LIB-FOUND = "Y"
                   perform PARA-LOAD-LIB-RECORD with test after
                       until WS-BLIB-EOF = "Y"
               end-if.
               close CTL-BLIB-FILE.
               if WS-LIB-FOUND not = "Y"
                   display "NOTE: BOARD " WS-WANT-BOARD-ID
           PARA-LOAD-LIB-EXIT.
               exit.

      *    the entry's rows follow its header in key order; the
      *    next entry's header ends the board
           PARA-LOAD-LIB-RECORD.
               read CTL-BLIB-FILE next record
                   at end
                       move "Y" to WS-BLIB-EOF
                   not at end
                       if CTL-BLIB-NAME not = WS-WANT-BOARD-ID
                           move "Y" to WS-BLIB-EOF
                       else
                           if WS-TERR-COUNT < 999
                               add 1 to WS-TERR-COUNT
                               move CTL-BLIB-ROW
                                   to WS-TERR-LINE(WS-TERR-COUNT)
