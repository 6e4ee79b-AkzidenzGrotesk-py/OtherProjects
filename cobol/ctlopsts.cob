       id division.
       program-id. ctlopsts.

      *    morning operations status report: brings the state of
      *    every subsystem onto one page, CTLOPSRP.DAT - the render
      *    request queue and how long its oldest request has waited,
      *    rejects pending on MBEXCP.DAT, players locked out, whether
      *    a MANDELBROT restart point is outstanding, the last
      *    CTLAUDCK verification of the live trail, the last render
      *    run on MBSTAT.DAT and how long it took, and the board
      *    installed now. each line is flagged OK, WARN or ACTION
      *    against the thresholds on CTLOPSPM.DAT (see ctlopspm.cpy).
      *    ends with condition code 0 when every line is OK, 4 when
      *    the worst is WARN and 8 when anything needs ACTION, so
      *    the schedule can page the shift lead.

       environment division.
           input-output section.
           file-control.
               select CTL-OPSP-FILE assign to "CTLOPSPM.DAT"
                   organization is line sequential
                   file status is WS-OPSP-STATUS.
               select CTL-RRQ-FILE assign to "CTLRRQ.DAT"
                   organization is line sequential
                   file status is WS-RRQ-STATUS.
               select MB-EXC-FILE assign to "MBEXCP.DAT"
                   organization is line sequential
                   file status is WS-EXC-STATUS.
               select CTL-ROSTER-FILE assign to "CTLROSTR.DAT"
                   organization is line sequential
                   file status is WS-ROSTER-STATUS.
               select CTL-CHECKPOINT-FILE assign to WS-CKPT-FILENAME
                   organization is line sequential
                   file status is WS-CKPT-STATUS.
               select MB-RESTART-FILE assign to "MBRESTRT.DAT"
                   organization is line sequential
                   file status is WS-RESTART-STATUS.
               select CTL-CT-FILE assign to "CTLAUDCT.DAT"
                   organization is line sequential
                   file status is WS-CT-STATUS.
               select MB-STAT-FILE assign to "MBSTAT.DAT"
                   organization is line sequential
                   file status is WS-STAT-STATUS.
               select CTL-BOARD-FILE assign to "CTLBOARD.DAT"
                   organization is line sequential
                   file status is WS-BOARD-STATUS.
               select CTL-RPT-FILE assign to "CTLOPSRP.DAT"
                   organization is line sequential
                   file status is WS-RPT-STATUS.

       data division.
           file section.
           FD  CTL-OPSP-FILE.
           copy "ctlopspm".

           FD  CTL-RRQ-FILE.
           copy "mbrrq".

           FD  MB-EXC-FILE.
           copy "mbexc".

           FD  CTL-ROSTER-FILE.
           copy "ctlrost".

           FD  CTL-CHECKPOINT-FILE.
           copy "ctlckpt".

           FD  MB-RESTART-FILE.
           copy "mbrstrt".

           FD  CTL-CT-FILE.
           copy "ctlaudct".

           FD  MB-STAT-FILE.
           copy "mbstat".

           FD  CTL-BOARD-FILE.
           copy "ctlbrd".

           FD  CTL-RPT-FILE.
           01  CTL-RPT-RECORD.
               05 CTL-RPT-LINE pic X(100).

           working-storage section.
           01 WS-OPSP-STATUS    pic XX value "00".
           01 WS-RRQ-STATUS     pic XX value "00".
           01 WS-EXC-STATUS     pic XX value "00".
           01 WS-ROSTER-STATUS  pic XX value "00".
           01 WS-CKPT-STATUS    pic XX value "00".
           01 WS-RESTART-STATUS pic XX value "00".
           01 WS-CT-STATUS      pic XX value "00".
           01 WS-STAT-STATUS    pic XX value "00".
           01 WS-BOARD-STATUS   pic XX value "00".
           01 WS-RPT-STATUS     pic XX value "00".
           01 WS-EOF            pic X  value "N".
           01 WS-CKPT-FILENAME  pic X(12) value "CTLCKPT1.DAT".

      *    the thresholds, seeded with the shop's standing figures
      *    and overridden from the parameter file
           01 WS-TH-DEFAULTS.
               05 filler pic X(18) value "RRQCOUNT0001000050".
               05 filler pic X(18) value "RRQAGE  0002400072".
               05 filler pic X(18) value "EXCPEND 0000100020".
               05 filler pic X(18) value "LOCKED  0000100003".
               05 filler pic X(18) value "RESTART 0000000001".
               05 filler pic X(18) value "AUDCKAGE0000200007".
               05 filler pic X(18) value "STATAGE 0002600050".
               05 filler pic X(18) value "STATMINS0006000240".
           01 WS-TH-TABLE redefines WS-TH-DEFAULTS.
               05 WS-TH occurs 8 times.
                   10 WS-TH-ITEM   pic X(8).
                   10 WS-TH-WARN   pic 9(5).
                   10 WS-TH-ACTION pic 9(5).
           01 WS-TH-X    pic 99 value 0.
           01 WS-TH-HIT  pic 99 value 0.

      *    the item being rated, its flag and the worst flag so far
           01 WS-ITEM    pic X(8)  value spaces.
           01 WS-FIGURE  pic 9(9)  value 0.
           01 WS-FLAG    pic X(6)  value spaces.
           01 WS-WORST   pic 9     value 0.
           01 WS-TEXT    pic X(70) value spaces.
           01 WS-LABEL   pic X(18) value spaces.

      *    timestamps reduced to minutes since day one of the
      *    calendar, for ages and durations
           01 WS-TS-WORK.
               05 WS-TS-DATE pic 9(8).
               05 WS-TS-HH   pic 99.
               05 WS-TS-MM   pic 99.
               05 filler     pic X(14).
           01 WS-TS-IN    pic X(26) value spaces.
           01 WS-TS-MINS  pic 9(11) value 0.
           01 WS-NOW-MINS pic 9(11) value 0.
           01 WS-NOW-TS   pic X(26) value spaces.
           01 WS-TODAY    pic 9(8) value 0.

      *    request queue
           01 WS-RRQ-COUNT  pic 9(7) value 0.
           01 WS-OLDEST-TS  pic X(26) value spaces.

      *    exceptions
           01 WS-EXC-PEND   pic 9(7) value 0.

      *    players locked out
           01 WS-LOCK-COUNT pic 99 value 0.
           01 WS-LOCK-IDS   pic X(20) value spaces.
           01 WS-LOCK-POS   pic 99 value 1.
           01 WS-ROST-COUNT pic 9 value 0.
           01 WS-ROST-X     pic 99 value 1.
           01 WS-ROST-TABLE.
               05 WS-ROST-ID occurs 9 times pic X.

      *    the last verification of the live trail
           01 WS-CT-FOUND   pic X value "N".
           01 WS-CT-DATE    pic 9(8) value 0.
           01 WS-CT-FAILS   pic 9(7) value 0.
           01 WS-CT-RECS    pic 9(7) value 0.

      *    the last render run: every statistics record sharing the
      *    run stamp of the last one written
           01 WS-RUN-STAMP  pic X(16) value spaces.
           01 WS-RUN-START  pic X(26) value spaces.
           01 WS-RUN-END    pic X(26) value spaces.
           01 WS-RUN-REGIONS pic 9(5) value 0.
           01 WS-RUN-FOUND  pic X value "N".

      *    edited fields and the report line
           01 WS-ED-CNT    pic zzzzzz9.
           01 WS-ED-SEQ    pic zzz9.
           01 WS-ED-ROW    pic zz9.
           01 WS-LINE      pic X(100) value spaces.

       procedure division.
           PARA-ENTRY.
               move function current-date to WS-NOW-TS.
               move WS-NOW-TS(1:8) to WS-TODAY.
               move WS-NOW-TS to WS-TS-IN.
               perform PARA-TS-MINUTES.
               move WS-TS-MINS to WS-NOW-MINS.
               perform PARA-LOAD-THRESHOLDS.
               open output CTL-RPT-FILE.
               move spaces to WS-LINE.
               string "OPERATIONS STATUS " WS-NOW-TS(1:8) " "
                   WS-NOW-TS(9:4)
                   delimited by size into WS-LINE
               end-string.
               perform PARA-PUT-LINE.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.
               perform PARA-CHECK-QUEUE.
               perform PARA-CHECK-REJECTS.
               perform PARA-CHECK-LOCKOUTS.
               perform PARA-CHECK-RESTART.
               perform PARA-CHECK-AUDCK.
               perform PARA-CHECK-RENDER-RUN.
               perform PARA-CHECK-BOARD.
               move spaces to WS-LINE.
               perform PARA-PUT-LINE.
               evaluate WS-WORST
                   when 0
                       move "OVERALL OK" to WS-LINE
                   when 4
                       move "OVERALL WARN - SEE THE LINES ABOVE"
                           to WS-LINE
                   when other
                       move "OVERALL ACTION - SEE THE LINES ABOVE"
                           to WS-LINE
               end-evaluate.
               perform PARA-PUT-LINE.
               close CTL-RPT-FILE.
               move WS-WORST to return-code.
               go to PARA-EXIT.

           PARA-EXIT.
               stop run.

           PARA-LOAD-THRESHOLDS.
               open input CTL-OPSP-FILE.
               if WS-OPSP-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-THRESHOLD-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-OPSP-FILE
               end-if.

           PARA-THRESHOLD-RECORD.
               read CTL-OPSP-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       move CTL-OPSP-ITEM to WS-ITEM
                       perform PARA-FIND-THRESHOLD
                       if WS-TH-HIT = 0
                           or CTL-OPSP-WARN is not numeric
                           or CTL-OPSP-ACTION is not numeric
                           display "THRESHOLD " CTL-OPSP-ITEM
                               " NOT UNDERSTOOD - IGNORED."
                       else
                           move CTL-OPSP-WARN to WS-TH-WARN(WS-TH-HIT)
                           move CTL-OPSP-ACTION
                               to WS-TH-ACTION(WS-TH-HIT)
                       end-if
               end-read.

           PARA-FIND-THRESHOLD.
               move 0 to WS-TH-HIT.
               move 1 to WS-TH-X.
               perform PARA-FIND-TH-SCAN with test after
                   until WS-TH-HIT > 0 or WS-TH-X > 8.

           PARA-FIND-TH-SCAN.
               if WS-TH-X <= 8 and WS-TH-ITEM(WS-TH-X) = WS-ITEM
                   move WS-TH-X to WS-TH-HIT
               else
                   add 1 to WS-TH-X
               end-if.

      *    flag WS-FIGURE against WS-ITEM's thresholds
           PARA-RATE.
               perform PARA-FIND-THRESHOLD.
               move "OK" to WS-FLAG.
               if WS-TH-HIT > 0
                   if WS-TH-ACTION(WS-TH-HIT) > 0
                       and WS-FIGURE >= WS-TH-ACTION(WS-TH-HIT)
                       move "ACTION" to WS-FLAG
                   else
                       if WS-TH-WARN(WS-TH-HIT) > 0
                           and WS-FIGURE >= WS-TH-WARN(WS-TH-HIT)
                           move "WARN" to WS-FLAG
                       end-if
                   end-if
               end-if.

      *    one flagged line; the worst flag becomes the condition
      *    code
           PARA-PUT-ITEM.
               if WS-FLAG = "ACTION"
                   move 8 to WS-WORST
               end-if.
               if WS-FLAG = "WARN" and WS-WORST < 4
                   move 4 to WS-WORST
               end-if.
               move spaces to WS-LINE.
               move WS-FLAG to WS-LINE(1:6).
               move WS-LABEL to WS-LINE(9:18).
               move WS-TEXT to WS-LINE(28:70).
               perform PARA-PUT-LINE.

           PARA-TS-MINUTES.
               move 0 to WS-TS-MINS.
               move WS-TS-IN to WS-TS-WORK.
               if WS-TS-IN(1:12) is numeric
                   compute WS-TS-MINS =
                       function integer-of-date(WS-TS-DATE) * 1440
                       + WS-TS-HH * 60 + WS-TS-MM
               end-if.

      *    requests waiting on the queue, and the oldest of them
           PARA-CHECK-QUEUE.
               move 0 to WS-RRQ-COUNT.
               move spaces to WS-OLDEST-TS.
               open input CTL-RRQ-FILE.
               if WS-RRQ-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-QUEUE-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-RRQ-FILE
               end-if.
               move "RRQCOUNT" to WS-ITEM.
               move WS-RRQ-COUNT to WS-FIGURE.
               perform PARA-RATE.
               move "REQUEST QUEUE" to WS-LABEL.
               move WS-RRQ-COUNT to WS-ED-CNT.
               move spaces to WS-TEXT.
               string WS-ED-CNT " REQUESTS WAITING ON CTLRRQ.DAT"
                   delimited by size into WS-TEXT
               end-string.
               perform PARA-PUT-ITEM.
               move "RRQAGE" to WS-ITEM.
               move 0 to WS-FIGURE.
               move spaces to WS-TEXT.
               if WS-OLDEST-TS = spaces
                   move "NONE WAITING" to WS-TEXT
               else
                   move WS-OLDEST-TS to WS-TS-IN
                   perform PARA-TS-MINUTES
                   if WS-TS-MINS > 0 and WS-TS-MINS < WS-NOW-MINS
                       compute WS-FIGURE =
                           (WS-NOW-MINS - WS-TS-MINS) / 60
                   end-if
                   move WS-FIGURE to WS-ED-CNT
                   string WS-ED-CNT " HOURS, FILED "
                       WS-OLDEST-TS(1:8) " " WS-OLDEST-TS(9:4)
                       delimited by size into WS-TEXT
                   end-string
               end-if.
               perform PARA-RATE.
               move "OLDEST REQUEST" to WS-LABEL.
               perform PARA-PUT-ITEM.

           PARA-QUEUE-RECORD.
               read CTL-RRQ-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if MB-RRQ-STATUS = "P"
                           add 1 to WS-RRQ-COUNT
                           if MB-RRQ-FILED-TS(1:12) is numeric
                               and (WS-OLDEST-TS = spaces
                                   or MB-RRQ-FILED-TS < WS-OLDEST-TS)
                               move MB-RRQ-FILED-TS to WS-OLDEST-TS
                           end-if
                       end-if
               end-read.

           PARA-CHECK-REJECTS.
               move 0 to WS-EXC-PEND.
               open input MB-EXC-FILE.
               if WS-EXC-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-REJECT-RECORD with test after
                       until WS-EOF = "Y"
                   close MB-EXC-FILE
               end-if.
               move "EXCPEND" to WS-ITEM.
               move WS-EXC-PEND to WS-FIGURE.
               perform PARA-RATE.
               move "PENDING REJECTS" to WS-LABEL.
               move WS-EXC-PEND to WS-ED-CNT.
               move spaces to WS-TEXT.
               string WS-ED-CNT " NOT YET WORKED ON MBEXCP.DAT"
                   delimited by size into WS-TEXT
               end-string.
               perform PARA-PUT-ITEM.

           PARA-REJECT-RECORD.
               read MB-EXC-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if MB-EXC-DISP = space
                           add 1 to WS-EXC-PEND
                       end-if
               end-read.

      *    every roster player's checkpoint; the two original
      *    players when there is no roster
           PARA-CHECK-LOCKOUTS.
               move 0 to WS-ROST-COUNT.
               open input CTL-ROSTER-FILE.
               if WS-ROSTER-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-ROSTER-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-ROSTER-FILE
               end-if.
               if WS-ROST-COUNT = 0
                   move 2 to WS-ROST-COUNT
                   move "1" to WS-ROST-ID(1)
                   move "2" to WS-ROST-ID(2)
               end-if.
               move 0 to WS-LOCK-COUNT.
               move spaces to WS-LOCK-IDS.
               move 1 to WS-LOCK-POS.
               move 1 to WS-ROST-X.
               perform PARA-CHECK-PLAYER with test after
                   until WS-ROST-X > WS-ROST-COUNT.
               move "LOCKED" to WS-ITEM.
               move WS-LOCK-COUNT to WS-FIGURE.
               perform PARA-RATE.
               move "LOCKED OUT" to WS-LABEL.
               move spaces to WS-TEXT.
               if WS-LOCK-COUNT = 0
                   move "NO PLAYER LOCKED OUT" to WS-TEXT
               else
                   move WS-LOCK-COUNT to WS-ED-CNT
                   string WS-ED-CNT " PLAYERS: " WS-LOCK-IDS
                       delimited by size into WS-TEXT
                   end-string
               end-if.
               perform PARA-PUT-ITEM.

           PARA-ROSTER-RECORD.
               read CTL-ROSTER-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if WS-ROST-COUNT < 9
                           add 1 to WS-ROST-COUNT
                           move CTL-ROST-ID to WS-ROST-ID(WS-ROST-COUNT)
                       end-if
               end-read.

           PARA-CHECK-PLAYER.
               if WS-ROST-X <= WS-ROST-COUNT
                   move spaces to WS-CKPT-FILENAME
                   string "CTLCKPT" WS-ROST-ID(WS-ROST-X) ".DAT"
                       delimited by size into WS-CKPT-FILENAME
                   end-string
                   open input CTL-CHECKPOINT-FILE
                   if WS-CKPT-STATUS = "00"
                       read CTL-CHECKPOINT-FILE
                       if WS-CKPT-STATUS = "00"
                           and CTL-CKPT-LOCKED = "1"
                           add 1 to WS-LOCK-COUNT
                           move WS-ROST-ID(WS-ROST-X)
                               to WS-LOCK-IDS(WS-LOCK-POS:1)
                           add 2 to WS-LOCK-POS
                       end-if
                       close CTL-CHECKPOINT-FILE
                   end-if
               end-if.
               add 1 to WS-ROST-X.

      *    a restart point on file means a render run died part way
           PARA-CHECK-RESTART.
               move 0 to WS-FIGURE.
               move spaces to WS-TEXT.
               open input MB-RESTART-FILE.
               if WS-RESTART-STATUS = "00"
                   read MB-RESTART-FILE
                   if WS-RESTART-STATUS = "00"
                       move 1 to WS-FIGURE
                       move MB-RESTART-PARM-SEQ to WS-ED-SEQ
                       move MB-RESTART-LAST-CX to WS-ED-ROW
                       string "RUN OF " MB-RESTART-STAMP(1:8) " "
                           MB-RESTART-STAMP(9:4)
                           " STOPPED AT REGION" WS-ED-SEQ
                           " ROW" WS-ED-ROW
                           delimited by size into WS-TEXT
                       end-string
                   end-if
                   close MB-RESTART-FILE
               end-if.
               if WS-FIGURE = 0
                   move "NO RESTART POINT OUTSTANDING" to WS-TEXT
               end-if.
               move "RESTART" to WS-ITEM.
               perform PARA-RATE.
               move "RENDER RESTART" to WS-LABEL.
               perform PARA-PUT-ITEM.

      *    the last verification of the live trail; one that found
      *    failures needs action however recent
           PARA-CHECK-AUDCK.
               move "N" to WS-CT-FOUND.
               open input CTL-CT-FILE.
               if WS-CT-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-AUDCK-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-CT-FILE
               end-if.
               move "AUDCKAGE" to WS-ITEM.
               move spaces to WS-TEXT.
               move "AUDIT VERIFY" to WS-LABEL.
               if WS-CT-FOUND = "N"
                   move 99999 to WS-FIGURE
                   move "LIVE TRAIL NEVER VERIFIED" to WS-TEXT
                   perform PARA-RATE
               else
                   compute WS-FIGURE =
                       function integer-of-date(WS-TODAY)
                       - function integer-of-date(WS-CT-DATE)
                   perform PARA-RATE
                   move WS-CT-RECS to WS-ED-CNT
                   if WS-CT-FAILS = 0
                       string "CLEAN ON " WS-CT-DATE ","
                           WS-ED-CNT " RECORDS"
                           delimited by size into WS-TEXT
                       end-string
                   else
                       move "ACTION" to WS-FLAG
                       move WS-CT-FAILS to WS-ED-CNT
                       string "FAILED ON " WS-CT-DATE ","
                           WS-ED-CNT " FAILURES - SEE CTLAUDVR.DAT"
                           delimited by size into WS-TEXT
                       end-string
                   end-if
               end-if.
               perform PARA-PUT-ITEM.

           PARA-AUDCK-RECORD.
               read CTL-CT-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if CTL-CT-FILENAME = "CTLAUDIT.DAT"
                           and CTL-CT-DATE is numeric
                           and CTL-CT-DATE > 0
                           move "Y" to WS-CT-FOUND
                           move CTL-CT-DATE to WS-CT-DATE
                           move CTL-CT-RECORDS to WS-CT-RECS
                           compute WS-CT-FAILS = CTL-CT-GAPS
                               + CTL-CT-CHAINBAD + CTL-CT-TSBAD
                       end-if
               end-read.

      *    the last render run: how long ago it ended and how long
      *    it took, first start to last end over its records.
      *    records from before runs were stamped each stand alone
           PARA-CHECK-RENDER-RUN.
               move "N" to WS-RUN-FOUND.
               open input MB-STAT-FILE.
               if WS-STAT-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-STAT-RECORD with test after
                       until WS-EOF = "Y"
                   close MB-STAT-FILE
               end-if.
               move "STATAGE" to WS-ITEM.
               move "LAST RENDER RUN" to WS-LABEL.
               move spaces to WS-TEXT.
               if WS-RUN-FOUND = "N"
                   move 99999 to WS-FIGURE
                   move "NO RENDER RUN ON MBSTAT.DAT" to WS-TEXT
                   perform PARA-RATE
                   perform PARA-PUT-ITEM
               else
                   move WS-RUN-END to WS-TS-IN
                   perform PARA-TS-MINUTES
                   move 0 to WS-FIGURE
                   if WS-TS-MINS > 0 and WS-TS-MINS < WS-NOW-MINS
                       compute WS-FIGURE =
                           (WS-NOW-MINS - WS-TS-MINS) / 60
                   end-if
                   perform PARA-RATE
                   move WS-FIGURE to WS-ED-CNT
                   move WS-RUN-REGIONS to WS-ED-SEQ
                   string "ENDED " WS-RUN-END(1:8) " "
                       WS-RUN-END(9:4) "," WS-ED-CNT " HOURS AGO,"
                       WS-ED-SEQ " RECORDS"
                       delimited by size into WS-TEXT
                   end-string
                   perform PARA-PUT-ITEM
                   move "STATMINS" to WS-ITEM
                   move "RUN DURATION" to WS-LABEL
                   move WS-RUN-START to WS-TS-IN
                   perform PARA-TS-MINUTES
                   move WS-TS-MINS to WS-FIGURE
                   move WS-RUN-END to WS-TS-IN
                   perform PARA-TS-MINUTES
                   if WS-FIGURE > 0 and WS-TS-MINS >= WS-FIGURE
                       compute WS-FIGURE = WS-TS-MINS - WS-FIGURE
                   else
                       move 0 to WS-FIGURE
                   end-if
                   perform PARA-RATE
                   move WS-FIGURE to WS-ED-CNT
                   move spaces to WS-TEXT
                   string WS-ED-CNT " MINUTES FROM "
                       WS-RUN-START(1:8) " " WS-RUN-START(9:4)
                       delimited by size into WS-TEXT
                   end-string
                   perform PARA-PUT-ITEM
               end-if.

           PARA-STAT-RECORD.
               read MB-STAT-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if WS-RUN-FOUND = "N"
                           or MB-STAT-RUN-STAMP = spaces
                           or MB-STAT-RUN-STAMP not = WS-RUN-STAMP
                           move "Y" to WS-RUN-FOUND
                           move MB-STAT-RUN-STAMP to WS-RUN-STAMP
                           move MB-STAT-START-TS to WS-RUN-START
                           move MB-STAT-END-TS to WS-RUN-END
                           move 0 to WS-RUN-REGIONS
                       end-if
                       add 1 to WS-RUN-REGIONS
                       if MB-STAT-START-TS < WS-RUN-START
                           move MB-STAT-START-TS to WS-RUN-START
                       end-if
                       if MB-STAT-END-TS > WS-RUN-END
                           move MB-STAT-END-TS to WS-RUN-END
                       end-if
               end-read.

      *    the board installed now; none at all needs action
           PARA-CHECK-BOARD.
               move "INSTALLED BOARD" to WS-LABEL.
               move spaces to WS-TEXT.
               move "OK" to WS-FLAG.
               open input CTL-BOARD-FILE.
               if WS-BOARD-STATUS = "00"
                   read CTL-BOARD-FILE
                   if WS-BOARD-STATUS not = "00"
                       move "ACTION" to WS-FLAG
                       move "CTLBOARD.DAT IS EMPTY" to WS-TEXT
                   else
                       if CTL-BRD-ID = spaces
                           move "UNNAMED (PRE-LIBRARY BOARD)"
                               to WS-TEXT
                       else
                           move CTL-BRD-ID to WS-TEXT
                       end-if
                   end-if
                   close CTL-BOARD-FILE
               else
                   move "ACTION" to WS-FLAG
                   move "NO BOARD INSTALLED (CTLBOARD.DAT)" to WS-TEXT
               end-if.
               perform PARA-PUT-ITEM.

           PARA-PUT-LINE.
               display WS-LINE.
               move WS-LINE to CTL-RPT-LINE.
               write CTL-RPT-RECORD.
