                   organization is line sequential
                   file status is WS-BOARD-STATUS.
               select CTL-BLIB-FILE assign to "CTLBLIB.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is CTL-BLIB-KEY
                   file status is WS-BLIB-STATUS.
               select CTL-CHECKPOINT-FILE assign to WS-CKPT-FILENAME
                   organization is line sequential
           01 WS-CUR-BOARD-ID  pic X(20) value spaces.
           01 WS-WANT-BOARD-ID pic X(20) value spaces.
           01 WS-LIB-FOUND     pic X value "N".

      *    board terrain, for the wall rule; a missing board file
      *    replays against a blank, wall-free board as CONTROLLER
                   at end
                       move "Y" to WS-AUDIT-EOF
                   not at end
      *                a stale lock clear ("K") moves nobody and may
      *                name no player at all - nothing to replay
                       if CTL-AUD-KEY not = "K"
                           perform PARA-REPLAY-RECORD
                       end-if
               end-read.

           PARA-REPLAY-RECORD.
                   when "d"
                       perform PARA-REPLAY-MOVE
      *            "U" unlocks, "q" quits, "r" render requests,
      *            "C" objective pickups, invalid keys, "L"
      *            lockout markers and the "N"/"E"/"O" shift
      *            markers never move anyone - nothing to replay
               end-evaluate.

      *    the audit trail logs the position AFTER each move, so the
           PARA-LOAD-LIB-BOARD.
               move 0 to WS-TERR-COUNT.
               move "N" to WS-TERR-LOADED.
               move "N" to WS-LIB-FOUND WS-BLIB-EOF.
               move WS-WANT-BOARD-ID to WS-CUR-BOARD-ID.
               open input CTL-BLIB-FILE.
               if WS-BLIB-STATUS not = "00"
                   perform PARA-PUT-LINE
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
                   move spaces to WS-LINE
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
