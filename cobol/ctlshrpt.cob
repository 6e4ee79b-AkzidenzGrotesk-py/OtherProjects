       id division.
       program-id. ctlshrpt.

      *    shift compliance report over the keystroke audit trail,
      *    held against the shift schedule on CTLSHIFT.DAT. three
      *    sections: sign-ons CONTROLLER refused outside the
      *    player's shift ("N" records), sessions that ran past the
      *    end of the shift ("E" warning, "O" closed at the end of
      *    the grace period) with how far past they ran, and the
      *    scheduled shifts in the period the trail covers at which
      *    the player never touched the board. a session counts as
      *    working a shift when any of its keystrokes falls inside
      *    the window; shifts are taken from the schedule as it
      *    stands now, and only shifts wholly inside the period are
      *    judged. the live trail's period runs to now, an archive
      *    generation's (named on the command line, as for
      *    CTLREPORT) to its last record; a period over a year long
      *    is judged over its last 366 days. writes CTLSHRP.DAT and
      *    ends with condition code 0 when there is nothing to
      *    list, 4 when there is and 8 when there is no trail.

       environment division.
           input-output section.
           file-control.
               select CTL-AUDIT-FILE assign to WS-AUD-FILENAME
                   organization is line sequential
                   file status is WS-AUDIT-STATUS.
               select CTL-SHIFT-FILE assign to "CTLSHIFT.DAT"
                   organization is line sequential
                   file status is WS-SHIFT-STATUS.
               select CTL-RPT-FILE assign to "CTLSHRP.DAT"
                   organization is line sequential
                   file status is WS-RPT-STATUS.

       data division.
           file section.
           FD  CTL-AUDIT-FILE.
           copy "ctlaud".

           FD  CTL-SHIFT-FILE.
           copy "ctlshift".

           FD  CTL-RPT-FILE.
           01  CTL-RPT-RECORD.
               05 CTL-RPT-LINE pic X(100).

           working-storage section.
           01 WS-AUDIT-STATUS pic XX value "00".
           01 WS-SHIFT-STATUS pic XX value "00".
           01 WS-RPT-STATUS   pic XX value "00".
           01 WS-AUDIT-EOF    pic X  value "N".
           01 WS-SHIFT-EOF    pic X  value "N".
           01 WS-SHIFT-KEPT   pic X  value "N".
           01 WS-AUD-FILENAME pic X(12) value "CTLAUDIT.DAT".

      *    one slot per player: the scheduled players first, from
      *    the schedule, then any other player the trail names
      *    while there is room. WS-PL-OT- holds a session that has
      *    run past the end of its shift until it is seen to end
           01 WS-PL-COUNT pic 99 value 0.
           01 WS-PL-X     pic 99 value 1.
           01 WS-PL-HIT   pic 99 value 0.
           01 WS-PL-TABLE.
               05 WS-PL occurs 9 times.
                   10 WS-PL-ID         pic X.
                   10 WS-PL-SCHED      pic X.
                   10 WS-PL-DAYS       pic X(7).
                   10 WS-PL-START.
                       15 WS-PL-START-HH pic 99.
                       15 WS-PL-START-MM pic 99.
                   10 WS-PL-END.
                       15 WS-PL-END-HH   pic 99.
                       15 WS-PL-END-MM   pic 99.
                   10 WS-PL-LEN        pic S9(5).
                   10 WS-PL-OT-OPEN    pic X.
                   10 WS-PL-OT-WARN-TS pic X(26).
                   10 WS-PL-OT-LAST-TS pic X(26).
                   10 WS-PL-OT-WINDOW  pic X(8).

      *    which days of the period each scheduled player worked
           01 WS-WORKED-TABLE.
               05 WS-WK occurs 9 times.
                   10 WS-WK-DAY occurs 366 times pic X.
           01 WS-WK-X pic 9(4) value 0.

      *    the period the trail covers, in calendar days and in
      *    minutes from the start of the calendar
           01 WS-FIRST-TS   pic X(26) value spaces.
           01 WS-LAST-TS    pic X(26) value spaces.
           01 WS-FIRST-DAY  pic 9(7) value 0.
           01 WS-LAST-DAY   pic 9(7) value 0.
           01 WS-FIRST-MINS pic 9(11) value 0.
           01 WS-LAST-MINS  pic 9(11) value 0.
           01 WS-DAY        pic 9(7) value 0.

      *    a timestamp taken apart
           01 WS-TS-IN   pic X(26) value spaces.
           01 WS-TS-WORK.
               05 WS-TS-DATE pic 9(8).
               05 WS-TS-HH   pic 99.
               05 WS-TS-MM   pic 99.
               05 filler     pic X(14).
           01 WS-TS-DAY  pic 9(7) value 0.
           01 WS-TS-MINS pic 9(11) value 0.
           01 WS-TS-OK   pic X value "N".

      *    a shift window: the day it started, whether the day is a
      *    working day, and where it starts and ends
           01 WS-SH-DAY   pic 9(7) value 0.
           01 WS-SH-WDAY  pic 9 value 1.
           01 WS-SH-ON    pic X value "N".
           01 WS-SH-FROM  pic 9(11) value 0.
           01 WS-SH-UNTIL pic 9(11) value 0.
           01 WS-SH-IN    pic X value "N".
           01 WS-DAY-NAMES pic X(21) value "MONTUEWEDTHUFRISATSUN".

      *    overtime line
           01 WS-OT-HOW     pic X(16) value spaces.
           01 WS-OT-END-TS  pic X(26) value spaces.
           01 WS-OT-REF-TS  pic X(26) value spaces.
           01 WS-OT-WINDOW.
               05 WS-OT-START-HHMM pic X(4).
               05 WS-OT-END-HHMM.
                   10 WS-OT-END-HH pic 99.
                   10 WS-OT-END-MM pic 99.
           01 WS-OT-SHIFT-END pic 9(11) value 0.
           01 WS-OT-MINS      pic 9(7) value 0.

      *    counts and edited fields
           01 WS-REFUSALS  pic 9(5) value 0.
           01 WS-OVERTIME  pic 9(5) value 0.
           01 WS-UNWORKED  pic 9(5) value 0.
           01 WS-ED-CNT    pic zzzz9.
           01 WS-ED-MINS   pic zzzzz9.
           01 WS-ED-DATE   pic 9(8).
           01 WS-HHMM      pic 9(4).
           01 WS-MINS-TEXT pic X(13).
           01 WS-LINE      pic X(100) value spaces.

       procedure division.
           PARA-ENTRY.
               initialize WS-PL-TABLE.
               initialize WS-WORKED-TABLE.
               perform PARA-LOAD-SHIFTS.
               accept WS-AUD-FILENAME from command-line.
               if WS-AUD-FILENAME = spaces
                   move "CTLAUDIT.DAT" to WS-AUD-FILENAME
               end-if.
               open input CTL-AUDIT-FILE.
               if WS-AUDIT-STATUS not = "00"
                   display 'NO AUDIT TRAIL FOUND (' WS-AUD-FILENAME
                       ').'
                   move 8 to return-code
                   stop run
               end-if.
               close CTL-AUDIT-FILE.
               open output CTL-RPT-FILE.
               move spaces to WS-LINE.
               string "SHIFT COMPLIANCE REPORT (" delimited by size
                   WS-AUD-FILENAME delimited by space
                   ")" delimited by size
                   into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.
               perform PARA-REFUSALS.
               perform PARA-OVERTIME.
               perform PARA-UNWORKED.
               move "END OF REPORT" to WS-LINE.
               perform PARA-PUT-LINE.
               close CTL-RPT-FILE.
               if WS-REFUSALS > 0 or WS-OVERTIME > 0
                   or WS-UNWORKED > 0
                   move 4 to return-code
               end-if.
               go to PARA-EXIT.

           PARA-EXIT.
               stop run.

           PARA-LOAD-SHIFTS.
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
                       if WS-PL-COUNT < 9
                           and CTL-SHIFT-START is numeric
                           and CTL-SHIFT-END is numeric
                           add 1 to WS-PL-COUNT
                           move CTL-SHIFT-ID to WS-PL-ID(WS-PL-COUNT)
                           move "Y" to WS-PL-SCHED(WS-PL-COUNT)
                           move CTL-SHIFT-DAYS
                               to WS-PL-DAYS(WS-PL-COUNT)
                           move CTL-SHIFT-START
                               to WS-PL-START(WS-PL-COUNT)
                           move CTL-SHIFT-END
                               to WS-PL-END(WS-PL-COUNT)
                           compute WS-PL-LEN(WS-PL-COUNT) =
                               WS-PL-END-HH(WS-PL-COUNT) * 60
                               + WS-PL-END-MM(WS-PL-COUNT)
                               - WS-PL-START-HH(WS-PL-COUNT) * 60
                               - WS-PL-START-MM(WS-PL-COUNT)
                           if WS-PL-LEN(WS-PL-COUNT) <= 0
                               add 1440 to WS-PL-LEN(WS-PL-COUNT)
                           end-if
                       end-if
               end-read.

      *    the slot of the record in hand's player; 0 when the
      *    table is full and the player is not in it
           PARA-MAP-PLAYER.
               move 0 to WS-PL-HIT.
               move 1 to WS-PL-X.
               perform PARA-MAP-PLAYER-SCAN with test after
                   until WS-PL-HIT > 0 or WS-PL-X > WS-PL-COUNT.
               if WS-PL-HIT = 0 and WS-PL-COUNT < 9
                   add 1 to WS-PL-COUNT
                   move CTL-AUD-PLAYER to WS-PL-ID(WS-PL-COUNT)
                   move "N" to WS-PL-SCHED(WS-PL-COUNT)
                   move WS-PL-COUNT to WS-PL-HIT
               end-if.

           PARA-MAP-PLAYER-SCAN.
               if WS-PL-X <= WS-PL-COUNT
                   and WS-PL-ID(WS-PL-X) = CTL-AUD-PLAYER
                   move WS-PL-X to WS-PL-HIT
               else
                   add 1 to WS-PL-X
               end-if.

           PARA-TS-MINUTES.
               move "N" to WS-TS-OK.
               move 0 to WS-TS-DAY WS-TS-MINS.
               move WS-TS-IN to WS-TS-WORK.
               if WS-TS-IN(1:12) is numeric
                   move "Y" to WS-TS-OK
                   compute WS-TS-DAY =
                       function integer-of-date(WS-TS-DATE)
                   compute WS-TS-MINS = WS-TS-DAY * 1440
                       + WS-TS-HH * 60 + WS-TS-MM
               end-if.

      *    the shift of player WS-PL-HIT that started on day
      *    WS-SH-DAY; day one of the calendar was a Monday
           PARA-SHIFT-OF-DAY.
               compute WS-SH-WDAY = function mod(WS-SH-DAY - 1, 7) + 1.
               move "N" to WS-SH-ON.
               if WS-PL-DAYS(WS-PL-HIT)(WS-SH-WDAY:1) = "Y"
                   move "Y" to WS-SH-ON
               end-if.
               compute WS-SH-FROM = WS-SH-DAY * 1440
                   + WS-PL-START-HH(WS-PL-HIT) * 60
                   + WS-PL-START-MM(WS-PL-HIT).
               compute WS-SH-UNTIL = WS-SH-FROM + WS-PL-LEN(WS-PL-HIT).

      *    is WS-TS-MINS inside a shift that started on its own day,
      *    or one that started the day before and ran past
      *    midnight? WS-SH-DAY is left on the day it started
           PARA-FIND-WINDOW.
               move "N" to WS-SH-IN.
               move WS-TS-DAY to WS-SH-DAY.
               perform PARA-TRY-WINDOW.
               if WS-SH-IN not = "Y"
                   compute WS-SH-DAY = WS-TS-DAY - 1
                   perform PARA-TRY-WINDOW
               end-if.

           PARA-TRY-WINDOW.
               perform PARA-SHIFT-OF-DAY.
               if WS-SH-ON = "Y"
                   and WS-TS-MINS >= WS-SH-FROM
                   and WS-TS-MINS < WS-SH-UNTIL
                   move "Y" to WS-SH-IN
               end-if.

      *    audit timestamps always start with a digit; anything
      *    else is the trailer data of an archive generation
           PARA-OPEN-TRAIL.
               move "N" to WS-AUDIT-EOF.
               open input CTL-AUDIT-FILE.

           PARA-REFUSALS.
               move "SIGN-ONS REFUSED OUTSIDE THE SHIFT" to WS-LINE.
               perform PARA-PUT-LINE.
               perform PARA-OPEN-TRAIL.
               perform PARA-REFUSAL-RECORD with test after
                   until WS-AUDIT-EOF = "Y".
               close CTL-AUDIT-FILE.
               move WS-REFUSALS to WS-ED-CNT.
               move spaces to WS-LINE.
               string "  " WS-ED-CNT " REFUSED"
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.

      *    the first pass also takes the period the trail covers
           PARA-REFUSAL-RECORD.
               read CTL-AUDIT-FILE
                   at end
                       move "Y" to WS-AUDIT-EOF
                   not at end
                       if CTL-AUD-TIMESTAMP(1:12) is numeric
                           if WS-FIRST-TS = spaces
                               move CTL-AUD-TIMESTAMP to WS-FIRST-TS
                           end-if
                           move CTL-AUD-TIMESTAMP to WS-LAST-TS
                           if CTL-AUD-KEY = "N"
                               perform PARA-LIST-REFUSAL
                           end-if
                       end-if
               end-read.

           PARA-LIST-REFUSAL.
               add 1 to WS-REFUSALS.
               move spaces to WS-LINE.
               if CTL-AUD-ACTOR = "NOSHIFT"
                   string "  PLAYER " CTL-AUD-PLAYER " AT "
                       CTL-AUD-TIMESTAMP(1:8) " "
                       CTL-AUD-TIMESTAMP(9:4)
                       "  NO SHIFT SCHEDULED"
                       delimited by size into WS-LINE
                   end-string
               else
                   string "  PLAYER " CTL-AUD-PLAYER " AT "
                       CTL-AUD-TIMESTAMP(1:8) " "
                       CTL-AUD-TIMESTAMP(9:4)
                       "  SHIFT " CTL-AUD-ACTOR(1:4) "-"
                       CTL-AUD-ACTOR(5:4)
                       delimited by size into WS-LINE
                   end-string
               end-if.
               perform PARA-PUT-LINE.

      *    a session is over its shift from its "E" record; it ends
      *    at its "O" record when CONTROLLER closed it, or at the
      *    player's "q" or "L" record when they left in the grace
      *    period. one never seen to end is listed from its last
      *    keystroke
           PARA-OVERTIME.
               move "SESSIONS PAST THE END OF THE SHIFT" to WS-LINE.
               perform PARA-PUT-LINE.
               perform PARA-OPEN-TRAIL.
               perform PARA-OVERTIME-RECORD with test after
                   until WS-AUDIT-EOF = "Y".
               close CTL-AUDIT-FILE.
               move 1 to WS-PL-HIT.
               perform PARA-OVERTIME-FLUSH with test after
                   until WS-PL-HIT > WS-PL-COUNT.
               move WS-OVERTIME to WS-ED-CNT.
               move spaces to WS-LINE.
               string "  " WS-ED-CNT " SESSIONS"
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.

           PARA-OVERTIME-RECORD.
               read CTL-AUDIT-FILE
                   at end
                       move "Y" to WS-AUDIT-EOF
                   not at end
                       if CTL-AUD-TIMESTAMP(1:12) is numeric
                           and CTL-AUD-KEY not = "K"
                           and CTL-AUD-KEY not = "N"
                           perform PARA-MAP-PLAYER
                           if WS-PL-HIT > 0
                               perform PARA-OVERTIME-STEP
                           end-if
                       end-if
               end-read.

           PARA-OVERTIME-STEP.
               evaluate true
                   when CTL-AUD-KEY = "E"
                       if WS-PL-OT-OPEN(WS-PL-HIT) = "Y"
                           move "NO QUIT RECORDED" to WS-OT-HOW
                           perform PARA-LIST-OVERTIME
                       end-if
                       move "Y" to WS-PL-OT-OPEN(WS-PL-HIT)
                       move CTL-AUD-TIMESTAMP
                           to WS-PL-OT-WARN-TS(WS-PL-HIT)
                       move CTL-AUD-TIMESTAMP
                           to WS-PL-OT-LAST-TS(WS-PL-HIT)
                       move CTL-AUD-ACTOR
                           to WS-PL-OT-WINDOW(WS-PL-HIT)
                   when CTL-AUD-KEY = "O"
                       if WS-PL-OT-OPEN(WS-PL-HIT) not = "Y"
                           move spaces to WS-PL-OT-WARN-TS(WS-PL-HIT)
                           move CTL-AUD-ACTOR
                               to WS-PL-OT-WINDOW(WS-PL-HIT)
                       end-if
                       move CTL-AUD-TIMESTAMP
                           to WS-PL-OT-LAST-TS(WS-PL-HIT)
                       move "CLOSED AT GRACE" to WS-OT-HOW
                       perform PARA-LIST-OVERTIME
                   when WS-PL-OT-OPEN(WS-PL-HIT) not = "Y"
                       continue
                   when CTL-AUD-KEY = "q"
                       move CTL-AUD-TIMESTAMP
                           to WS-PL-OT-LAST-TS(WS-PL-HIT)
                       move "QUIT IN GRACE" to WS-OT-HOW
                       perform PARA-LIST-OVERTIME
                   when CTL-AUD-KEY = "L"
                       move CTL-AUD-TIMESTAMP
                           to WS-PL-OT-LAST-TS(WS-PL-HIT)
                       move "LOCKED OUT" to WS-OT-HOW
                       perform PARA-LIST-OVERTIME
                   when other
                       move CTL-AUD-TIMESTAMP
                           to WS-PL-OT-LAST-TS(WS-PL-HIT)
               end-evaluate.

           PARA-OVERTIME-FLUSH.
               if WS-PL-HIT <= WS-PL-COUNT
                   and WS-PL-OT-OPEN(WS-PL-HIT) = "Y"
                   move "NO QUIT RECORDED" to WS-OT-HOW
                   perform PARA-LIST-OVERTIME
               end-if.
               add 1 to WS-PL-HIT.

      *    how far past the end of the shift the session ran: the
      *    shift ended at the last end-of-shift time of day at or
      *    before the warning (or the close, when there was none)
           PARA-LIST-OVERTIME.
               add 1 to WS-OVERTIME.
               move "N" to WS-PL-OT-OPEN(WS-PL-HIT).
               move WS-PL-OT-WINDOW(WS-PL-HIT) to WS-OT-WINDOW.
               move WS-PL-OT-LAST-TS(WS-PL-HIT) to WS-OT-END-TS.
               move WS-PL-OT-WARN-TS(WS-PL-HIT) to WS-OT-REF-TS.
               if WS-OT-REF-TS = spaces
                   move WS-OT-END-TS to WS-OT-REF-TS
               end-if.
               move 0 to WS-OT-MINS.
               move WS-OT-REF-TS to WS-TS-IN.
               perform PARA-TS-MINUTES.
               if WS-TS-OK = "Y" and WS-OT-END-HHMM is numeric
                   if WS-OT-END-HHMM > WS-TS-IN(9:4)
                       subtract 1 from WS-TS-DAY
                   end-if
                   compute WS-OT-SHIFT-END = WS-TS-DAY * 1440
                       + WS-OT-END-HH * 60 + WS-OT-END-MM
                   move WS-OT-END-TS to WS-TS-IN
                   perform PARA-TS-MINUTES
                   if WS-TS-MINS > WS-OT-SHIFT-END
                       compute WS-OT-MINS =
                           WS-TS-MINS - WS-OT-SHIFT-END
                   end-if
               end-if.
               move WS-OT-MINS to WS-ED-MINS.
               move spaces to WS-LINE.
               string "  PLAYER " WS-PL-ID(WS-PL-HIT)
                   "  SHIFT " WS-OT-START-HHMM "-" WS-OT-END-HHMM
                   "  ENDED " WS-OT-END-TS(1:8) " "
                   WS-OT-END-TS(9:4) "  " WS-OT-HOW
                   WS-ED-MINS " MIN OVER"
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.

           PARA-UNWORKED.
               move "SCHEDULED SHIFTS NOT WORKED" to WS-LINE.
               perform PARA-PUT-LINE.
               if WS-SHIFT-KEPT not = "Y" or WS-FIRST-TS = spaces
                   move "  NO SHIFT SCHEDULE OR NO TRAIL ON FILE"
                       to WS-LINE
                   perform PARA-PUT-LINE
               else
                   perform PARA-SET-PERIOD
                   perform PARA-OPEN-TRAIL
                   perform PARA-WORKED-RECORD with test after
                       until WS-AUDIT-EOF = "Y"
                   close CTL-AUDIT-FILE
                   move WS-FIRST-DAY to WS-DAY
                   perform PARA-UNWORKED-DAY with test after
                       until WS-DAY > WS-LAST-DAY
                   move WS-UNWORKED to WS-ED-CNT
                   move spaces to WS-LINE
                   string "  " WS-ED-CNT " SHIFTS"
                       delimited by size into WS-LINE
                   end-string
                   perform PARA-PUT-LINE
               end-if.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.

      *    from the first record to now on the live trail, to the
      *    last record on an archive generation
           PARA-SET-PERIOD.
               move WS-FIRST-TS to WS-TS-IN.
               perform PARA-TS-MINUTES.
               move WS-TS-DAY to WS-FIRST-DAY.
               move WS-TS-MINS to WS-FIRST-MINS.
               if WS-AUD-FILENAME = "CTLAUDIT.DAT"
                   move function current-date to WS-TS-IN
               else
                   move WS-LAST-TS to WS-TS-IN
               end-if.
               perform PARA-TS-MINUTES.
               move WS-TS-DAY to WS-LAST-DAY.
               move WS-TS-MINS to WS-LAST-MINS.
               if WS-LAST-DAY - WS-FIRST-DAY > 365
                   compute WS-FIRST-DAY = WS-LAST-DAY - 365
                   compute WS-FIRST-MINS = WS-FIRST-DAY * 1440
               end-if.
               move spaces to WS-LINE.
               move "  PERIOD" to WS-LINE(1:8).
               move WS-FIRST-MINS to WS-TS-MINS.
               perform PARA-MINUTES-TEXT.
               move WS-MINS-TEXT to WS-LINE(10:13).
               move "TO" to WS-LINE(24:2).
               move WS-LAST-MINS to WS-TS-MINS.
               perform PARA-MINUTES-TEXT.
               move WS-MINS-TEXT to WS-LINE(27:13).
               perform PARA-PUT-LINE.

      *    WS-TS-MINS back to a date and time of day, yyyymmdd hhmm
           PARA-MINUTES-TEXT.
               compute WS-TS-DAY = WS-TS-MINS / 1440.
               compute WS-TS-DATE = function date-of-integer(WS-TS-DAY).
               compute WS-HHMM =
                   function integer(function mod(WS-TS-MINS, 1440)
                       / 60) * 100 + function mod(WS-TS-MINS, 60).
               move spaces to WS-MINS-TEXT.
               string WS-TS-DATE " " WS-HHMM
                   delimited by size into WS-MINS-TEXT
               end-string.

      *    a keystroke at the board (event markers are not) marks
      *    the shift it fell in as worked
           PARA-WORKED-RECORD.
               read CTL-AUDIT-FILE
                   at end
                       move "Y" to WS-AUDIT-EOF
                   not at end
                       if CTL-AUD-TIMESTAMP(1:12) is numeric
                           and (CTL-AUD-KEY is not alphabetic-upper
                               or CTL-AUD-KEY = space)
                           perform PARA-MAP-PLAYER
                           if WS-PL-HIT > 0
                               and WS-PL-SCHED(WS-PL-HIT) = "Y"
                               perform PARA-MARK-WORKED
                           end-if
                       end-if
               end-read.

           PARA-MARK-WORKED.
               move CTL-AUD-TIMESTAMP to WS-TS-IN.
               perform PARA-TS-MINUTES.
               perform PARA-FIND-WINDOW.
               if WS-SH-IN = "Y"
                   and WS-SH-DAY >= WS-FIRST-DAY
                   and WS-SH-DAY <= WS-LAST-DAY
                   compute WS-WK-X = WS-SH-DAY - WS-FIRST-DAY + 1
                   move "Y" to WS-WK-DAY(WS-PL-HIT, WS-WK-X)
               end-if.

           PARA-UNWORKED-DAY.
               if WS-DAY <= WS-LAST-DAY
                   move WS-DAY to WS-SH-DAY
                   compute WS-WK-X = WS-DAY - WS-FIRST-DAY + 1
                   move 1 to WS-PL-HIT
                   perform PARA-UNWORKED-ONE with test after
                       until WS-PL-HIT > WS-PL-COUNT
               end-if.
               add 1 to WS-DAY.

      *    only a shift wholly inside the period is judged
           PARA-UNWORKED-ONE.
               if WS-PL-HIT <= WS-PL-COUNT
                   and WS-PL-SCHED(WS-PL-HIT) = "Y"
                   perform PARA-SHIFT-OF-DAY
                   if WS-SH-ON = "Y"
                       and WS-SH-FROM >= WS-FIRST-MINS
                       and WS-SH-UNTIL <= WS-LAST-MINS
                       and WS-WK-DAY(WS-PL-HIT, WS-WK-X) not = "Y"
                       perform PARA-LIST-UNWORKED
                   end-if
               end-if.
               add 1 to WS-PL-HIT.

           PARA-LIST-UNWORKED.
               add 1 to WS-UNWORKED.
               move function date-of-integer(WS-SH-DAY) to WS-ED-DATE.
               move spaces to WS-LINE.
               string "  " WS-ED-DATE " "
                   WS-DAY-NAMES(WS-SH-WDAY * 3 - 2:3)
                   "  PLAYER " WS-PL-ID(WS-PL-HIT)
                   "  SHIFT " WS-PL-START(WS-PL-HIT) "-"
                   WS-PL-END(WS-PL-HIT)
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.

           PARA-PUT-LINE.
               display WS-LINE.
               move WS-LINE to CTL-RPT-LINE.
               write CTL-RPT-RECORD.
