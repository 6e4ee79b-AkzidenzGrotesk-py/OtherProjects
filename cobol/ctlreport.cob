      *    weekly session activity report over the keystroke audit
      *    trail written by CONTROLLER. one summary block per player
      *    session: start/end times, moves by key, invalid-entry
      *    streaks, lockouts and distance travelled, and whether
      *    the session ran past the end of the player's shift.

       environment division.
           input-output section.

      *    one summary in progress per roster player; a session
      *    opens at the first record seen for that player and closes
      *    on its "q" keystroke, its "L" lockout marker or the "O"
      *    marker of a session closed at the end of the shift
           01 WS-SESSION-TABLE.
               05 WS-SES occurs 9 times.
                   10 WS-SES-ACTIVE    pic X.
                   10 WS-SES-IN-STREAK pic X.
                   10 WS-SES-LOCKOUTS  pic 9(5).
                   10 WS-SES-PICKUPS   pic 9(5).
                   10 WS-SES-SHIFT     pic X.
                   10 WS-SES-DIST      pic 9(7).
      *            distance baseline; carried across sessions, since
      *            a player starts a session where the last one ended
               end-read.

           PARA-TALLY-RECORD.
      *        a lock cleared after a crashed session ("K") is no
      *        keystroke of anybody's - it is reported as it stands
      *        and touches no session; neither does a sign-on
      *        refused outside the player's shift ("N")
               evaluate CTL-AUD-KEY
                   when "K"
                       perform PARA-REPORT-CLEAR
                   when "N"
                       perform PARA-REPORT-REFUSAL
                   when other
                       perform PARA-TALLY-PLAYER-REC
               end-evaluate.

           PARA-REPORT-REFUSAL.
               move spaces to WS-LINE.
               if CTL-AUD-ACTOR = "NOSHIFT"
                   string "PLAYER " CTL-AUD-PLAYER
                       " REFUSED AT " CTL-AUD-TIMESTAMP
                       " - NO SHIFT SCHEDULED"
                       delimited by size into WS-LINE
                   end-string
               else
                   string "PLAYER " CTL-AUD-PLAYER
                       " REFUSED AT " CTL-AUD-TIMESTAMP
                       " - OUTSIDE SHIFT " CTL-AUD-ACTOR(1:4) "-"
                       CTL-AUD-ACTOR(5:4)
                       delimited by size into WS-LINE
                   end-string
               end-if.
               perform PARA-PUT-LINE.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.

           PARA-REPORT-CLEAR.
               move spaces to WS-LINE.
               if CTL-AUD-PLAYER = space
                   string "STALE LOCK " CTL-AUD-ACTOR
                       " CLEARED AT " CTL-AUD-TIMESTAMP
                       delimited by size into WS-LINE
                   end-string
               else
                   string "STALE LOCK " CTL-AUD-ACTOR
                       " LEFT BY PLAYER " CTL-AUD-PLAYER
                       " CLEARED AT " CTL-AUD-TIMESTAMP
                       delimited by size into WS-LINE
                   end-string
               end-if.
               perform PARA-PUT-LINE.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.

           PARA-TALLY-PLAYER-REC.
               perform PARA-MAP-PLAYER.
      *        supervisor actions ("U"/"R" from CTLADMIN) are not
      *        operator keystrokes; they never open a session and
                   when "L"
                       add 1 to WS-SES-LOCKOUTS(WS-P)
                       perform PARA-WRITE-SESSION
                   when "E"
      *                the session ran past the end of the shift
                       move "E" to WS-SES-SHIFT(WS-P)
                       move "N" to WS-SES-IN-STREAK(WS-P)
                   when "O"
                       move "O" to WS-SES-SHIFT(WS-P)
                       perform PARA-WRITE-SESSION
                   when other
      *                an invalid keystroke; consecutive ones make a
      *                single streak
               move 0 to WS-SES-STREAKS(WS-P).
               move 0 to WS-SES-LOCKOUTS(WS-P).
               move 0 to WS-SES-PICKUPS(WS-P).
               move space to WS-SES-SHIFT(WS-P).
               move 0 to WS-SES-DIST(WS-P).
               move "N" to WS-SES-IN-STREAK(WS-P).
      *        the first record of a player's first session already
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               if WS-SES-SHIFT(WS-P) = "E"
                   move "  RAN PAST THE END OF THE SHIFT" to WS-LINE
                   perform PARA-PUT-LINE
               end-if.
               if WS-SES-SHIFT(WS-P) = "O"
                   move "  CLOSED AFTER THE SHIFT'S GRACE PERIOD"
                       to WS-LINE
                   perform PARA-PUT-LINE
               end-if.
               if WS-SES-OPEN = "Y"
                   move "  (SESSION STILL OPEN - NO QUIT RECORDED)"
                       to WS-LINE
