                   organization is line sequential
                   file status is STAT_STATUS.
               select MB-BLIB-FILE assign to "CTLBLIB.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is CTL-BLIB-KEY
                   file status is BLIB_STATUS.
               select MB-NTF-FILE assign to NTF_FILENAME
                   organization is line sequential
               select MB-RRQW-FILE assign to "MBRRQW.DAT"
                   organization is line sequential
                   file status is RRQW_STATUS.
               select MB-LIM-FILE assign to "MBLIMIT.DAT"
                   organization is line sequential
                   file status is LIM_STATUS.
               select MB-DEFER-FILE assign to "MBDEFER.DAT"
                   organization is line sequential
                   file status is DEFER_STATUS.

       data division.
           file section.
      *        "Y" also writes the region's numeric iteration counts
      *        to the detail file for downstream image export
               05 MB-PARM-DETAIL    pic X.
      *        which picture the region is cut from: "M" Mandelbrot,
      *        "J" the Julia set of the constant (JULIA-CR,
      *        JULIA-CI), "B" burning ship. blank - a record from
      *        before the type existed - is "M"
               05 MB-PARM-FRACTAL-PARMS.
                   10 MB-PARM-FRACTAL  pic X.
                   10 MB-PARM-JULIA-CR pic S9(4)V9(14).
                   10 MB-PARM-JULIA-CI pic S9(4)V9(14).

      *    the print archive: every run opens with a "*RUN OF"
      *    line carrying its start stamp, then a block per region
      *    (heading, blank, glyph rows, blank); the stamp line is
      *    what CTLHKEEP dates the blocks under it by
           FD  MB-RPT-FILE.
           01  MB-RPT-RECORD.
               05 MB-RPT-LINE pic X(2004).
      *    numbering the resume skip replays - reproduces the dead
      *    run's exactly, whatever arrived since the crash
           FD  MB-RESTART-FILE.
           copy "mbrstrt".

      *    parameter records rejected by the edit checks, each with
      *    the reason it was thrown out; MBEXCFIX works them off
      *    pending requests not drained this run, parked here while
      *    the queue file is rebuilt without the drained ones
           FD  MB-RRQW-FILE.
           01  MB-RRQW-RECORD pic X(150).

      *    render quota and budget limits for the queue drain
           FD  MB-LIM-FILE.
           copy "mblimit".

      *    requests deferred by the queue drain, one record each,
      *    written as they are deferred: a resumed run finds the
      *    dead run's deferrals here and leaves them on the queue
      *    rather than dropping them as drained. cleared with the
      *    restart checkpoint once a run completes
           FD  MB-DEFER-FILE.
           01  MB-DEFER-RECORD.
               05 MB-DEFER-RUN-STAMP pic X(16).
               05 MB-DEFER-SEQ       pic 9(4).
               05 MB-DEFER-PLAYER    pic X.
               05 MB-DEFER-REASON    pic X(8).
               05 MB-DEFER-COST      pic 9(11).

           working-storage section.

           01 G_XMIN      pic S9(4)V9(14).
           01 G_YMIN      pic S9(4)V9(14).

      *    the fractal the region is cut from, and for a Julia set
      *    the constant every cell of it iterates towards
           01 G_FRACTAL   pic X value "M".
           01 G_JULIA_CR  pic S9(4)V9(14).
           01 G_JULIA_CI  pic S9(4)V9(14).

      *    report file (archive of the rendered grid)
           01 RPT_STATUS pic XX value "00".

           01 HDR_XMAX   pic -9999.9(14).
           01 HDR_YMIN   pic -9999.9(14).
           01 HDR_YMAX   pic -9999.9(14).
           01 HDR_CR     pic -9999.9(14).
           01 HDR_CI     pic -9999.9(14).
           01 HDR_PTR    pic 9(4) value 1.
           01 HDR_LINE   pic X(2004) value spaces.

      *    cached-region lookup; CACHE_DATE stamps each row written
      *    how many pending requests this run actually processed
           01 RRQ_DRAINED pic 999 value 0.
           01 RRQ_TABLE.
               05 RRQ_ENTRY occurs 500 times pic X(150).

      *    each loaded entry's position among the file's pending
      *    records, carried through the sort - the write-back keeps
           01 RRQ_SCAN_X   pic 999 value 0.
           01 RRQ_MATCH    pic X value "N".

      *    the queue's lock, held while it is written back so a
      *    request a board session files meanwhile is not lost
           copy "ctllockp".

      *    the start stamp of the run whose numbering a resume must
      *    replay: the dead run's own stamp when resuming, this
      *    run's start otherwise
           01 RUN_STAMP     pic X(16) value spaces.
           01 RESTART_STAMP pic X(16) value spaces.
           01 RPT_RUN_LINE.
               05 filler        pic X(8)  value "*RUN OF ".
               05 RPT_RUN_STAMP pic X(16) value spaces.

      *    priority ordering of the pending requests before the
      *    drain: the priority byte sits at offset 110 of the raw
      *    record image, and a blank or zero (a request filed
      *    before priorities existed) drains as 5
           01 RRQ_Y       pic 999 value 0.
           01 RRQ_SWAP    pic X(150) value spaces.
           01 RRQ_SWAPPED pic X value "N".
           01 RRQ_PRIO_CH pic X value " ".
           01 RRQ_PRIO    pic 9 value 5.
           01 NTF_FILENAME pic X(12) value spaces.
           01 NTF_DISP     pic X value "C".

      *    board terrain republish; BOARD_HELD is "Y" when the
      *    terrain was kept off the board, HELD_REASON why: the
      *    playability check failed it, or its library name was
      *    already taken
           01 BOARD_STATUS pic XX value "00".
           01 BOARD_HELD   pic X  value "N".
           01 HELD_REASON  pic X(8) value spaces.
           copy "ctlbchkp".

      *    board library catalog entry for the board being published;
      *    the generated name ties it back to its render - source
           01 ROWS_COMPUTED  pic 9(5) value 0.
           01 ROWS_CACHED    pic 9(5) value 0.
           01 STAT_START_TS  pic X(26) value spaces.
           01 STAT_COST      pic 9(11) value 0.
           01 EOF_STAT       pic X    value "N".

      *    render quota and compute budget for the queue drain, in
      *    iteration units (rows to compute x cells per row x
      *    iteration limit). all nines is no limit - the default
      *    for anything MBLIMIT.DAT does not set. RUN_SPEND is what
      *    this run's queued renders have cost so far (a resumed
      *    run picks up the dead run's from the statistics file)
           01 LIM_STATUS     pic XX    value "00".
           01 EOF_LIM        pic X     value "N".
           01 NO_LIMIT       pic 9(11) value 99999999999.
           01 RUN_BUDGET     pic 9(11) value 99999999999.
           01 DEFAULT_QUOTA  pic 9(11) value 99999999999.
           01 RUN_SPEND      pic 9(11) value 0.
           01 RUN_DEFERRED   pic 9(5)  value 0.
           01 DAY_SPEND      pic 9(11) value 0.
      *    "Y" when the statistics file already holds this run's
      *    spend summary (the run died after writing it), so a
      *    resume does not write it twice
           01 SPEND_LOGGED   pic X     value "N".

      *    spend per player: today's spend so far (queued renders
      *    on the statistics file dated today, plus this run's),
      *    this run's spend and deferrals, and the daily quota in
      *    force. SPD_ACTIVE marks a player this run rendered or
      *    deferred for, who gets a line in the spend summary. a
      *    player beyond the table's capacity shares its last entry
           01 SPD_COUNT      pic 999   value 0.
           01 SPD_X          pic 999   value 0.
           01 SPD_KEY        pic X     value space.
           01 SPD_TABLE.
               05 SPD_ENTRY occurs 100 times.
                   10 SPD_PLAYER pic X.
                   10 SPD_DAY    pic 9(11).
                   10 SPD_RUN    pic 9(11).
                   10 SPD_DEFER  pic 9(5).
                   10 SPD_QUOTA  pic 9(11).
                   10 SPD_ACTIVE pic X.

      *    admission of each valid queued request against the
      *    limits: its estimated cost (rows not already in the row
      *    cache), and the reason it is deferred if it is. a
      *    resumed run keeps the dead run's deferred sequence
      *    numbers in DEFER_SEQ so it defers the same requests
           01 ADMIT_OK       pic X     value "Y".
           01 EST_COST       pic 9(11) value 0.
           01 EST_ROWS       pic 9(5)  value 0.
           01 DEFER_REASON   pic X(8)  value spaces.
           01 DEFER_STATUS   pic XX    value "00".
           01 EOF_DEFER      pic X     value "N".
           01 DEFER_MATCH    pic X     value "N".
           01 DEFER_COUNT    pic 999   value 0.
           01 DEFER_X        pic 999   value 0.
           01 DEFER_TABLE.
               05 DEFER_SEQ occurs 500 times pic 9(4).

      *    checkpoint/restart for large, long-running batches
           01 RESTART_STATUS pic XX   value "00".
           if RPT_STATUS not = "00"
               open output MB-RPT-FILE
           end-if.
      *    a resume carries on under the dead run's stamp line
           if RESUME_SEQ = 0
               move RUN_STAMP to RPT_RUN_STAMP
               move RPT_RUN_LINE to MB-RPT-LINE
               write MB-RPT-RECORD
           end-if.
           open i-o MB-CACHE-FILE.
           if CACHE_STATUS not = "00"
               open output MB-CACHE-FILE
           go to P9999-EXIT.

      *    edit checks on the parameter record in hand: swapped or
      *    zero-span bounds, zero dimensions or iteration limit, a
      *    height whose rendered row would overflow ROW_BUFFER, an
      *    unknown fractal type, and a Julia constant that is not a
      *    number or lies outside -2 to +2 (where the set is only
      *    scattered dust) all reject the record instead of
      *    rendering junk. a blank type is a Mandelbrot region, and
      *    only a Julia region keeps a constant - the others carry
      *    zero, so they key the row cache the same way every time
           P0500-EDIT-PARM.
               move "Y" to EDIT_OK.
               move spaces to EDIT_REASON.
               if MB-PARM-FRACTAL = space
                   move "M" to MB-PARM-FRACTAL
               end-if.
               if MB-PARM-FRACTAL not = "J"
                   move 0 to MB-PARM-JULIA-CR MB-PARM-JULIA-CI
               end-if.
               evaluate true
                   when MB-PARM-WIDTH = 0
                       move "W-ZERO" to EDIT_REASON
                       move "Y-SPAN" to EDIT_REASON
                   when MB-PARM-HEIGHT * 2 + 6 > 2004
                       move "H-BIG" to EDIT_REASON
                   when MB-PARM-FRACTAL not = "M"
                       and MB-PARM-FRACTAL not = "J"
                       and MB-PARM-FRACTAL not = "B"
                       move "F-TYPE" to EDIT_REASON
                   when MB-PARM-JULIA-CR is not numeric
                       or MB-PARM-JULIA-CI is not numeric
                       move "J-CONST" to EDIT_REASON
                   when MB-PARM-JULIA-CR < -2 or MB-PARM-JULIA-CR > 2
                       or MB-PARM-JULIA-CI < -2
                       or MB-PARM-JULIA-CI > 2
                       move "J-CONST" to EDIT_REASON
               end-evaluate.
               if EDIT_REASON not = spaces
                   move "N" to EDIT_OK
               end-if.
               move EDIT_REASON to MB-EXC-REASON.
               move MB-PARM-RECORD to MB-EXC-PARM-IMAGE.
               move MB-PARM-FRACTAL-PARMS to MB-EXC-FRACTAL-IMAGE.
               move space to MB-EXC-DISP.
               move spaces to MB-EXC-DISP-DATE.
               write MB-EXC-RECORD.

           P1000-RENDER-REGION.
           compute G_RANGE_Y = MB-PARM-YMAX - MB-PARM-YMIN.
           move MB-PARM-XMIN to G_XMIN.
           move MB-PARM-YMIN to G_YMIN.
           move MB-PARM-FRACTAL to G_FRACTAL.
           move MB-PARM-JULIA-CR to G_JULIA_CR.
           move MB-PARM-JULIA-CI to G_JULIA_CI.

           move GRD-WIDTH to MB-CACHE-KEY-WIDTH.
           move GRD-HEIGHT to MB-CACHE-KEY-HEIGHT.
           move MB-PARM-XMAX to MB-CACHE-KEY-XMAX.
           move MB-PARM-YMIN to MB-CACHE-KEY-YMIN.
           move MB-PARM-YMAX to MB-CACHE-KEY-YMAX.
           move MB-PARM-FRACTAL to MB-CACHE-KEY-FRACTAL.
           move MB-PARM-JULIA-CR to MB-CACHE-KEY-JULIA-CR.
           move MB-PARM-JULIA-CI to MB-CACHE-KEY-JULIA-CI.

           move MB-PARM-DETAIL to DETAIL_ON.

               move MB-PARM-YMIN to HDR_YMIN
               move MB-PARM-YMAX to HDR_YMAX
               move spaces to HDR_LINE
               move 1 to HDR_PTR
               string "REGION " HDR_SEQ
                   " W=" MB-PARM-WIDTH " H=" MB-PARM-HEIGHT
                   " ITER=" MB-PARM-MAX-ITER
                   " X=[" HDR_XMIN "," HDR_XMAX "]"
                   " Y=[" HDR_YMIN "," HDR_YMAX "]"
                   " TYPE=" MB-PARM-FRACTAL
                   delimited by size into HDR_LINE
                   with pointer HDR_PTR
               end-string
               if MB-PARM-FRACTAL = "J"
                   move MB-PARM-JULIA-CR to HDR_CR
                   move MB-PARM-JULIA-CI to HDR_CI
                   string " C=(" HDR_CR "," HDR_CI ")"
                       delimited by size into HDR_LINE
                       with pointer HDR_PTR
                   end-string
               end-if
               move HDR_LINE to MB-RPT-LINE
               write MB-RPT-RECORD
               move spaces to MB-RPT-LINE
           P1000-EXIT.
           exit.

      *    one row of the region. a Mandelbrot or burning ship cell
      *    starts its orbit at zero and adds the cell's own point
      *    each step; a Julia cell starts at its own point and adds
      *    the region's constant. the burning ship folds the cross
      *    term to its absolute value before adding
           P2000-COMPUTE-ROW.
               move spaces to ROW_BUFFER
               move "        " to ROW_BUFFER(1:8)
                       (C_X * G_RANGE_X) / GRD-WIDTH + G_XMIN
                   compute G_A =
                       (C_Y * G_RANGE_Y) / GRD-HEIGHT + G_YMIN
                   if G_FRACTAL = "J"
                       move G_JULIA_CR to G_CA
                       move G_JULIA_CI to G_CB
                   else
                       move G_A to G_CA
                       move G_B to G_CB
                   end-if

                   move 0 to G_Z
                   move 0 to C_N
                   perform until C_N is equal to MAX_ITER
                       compute G_AA = G_A * G_A - G_B * G_B
                       compute G_BB = 2 * G_A * G_B
                       if G_FRACTAL = "B" and G_BB < 0
                           compute G_BB = 0 - G_BB
                       end-if
                       compute G_A = G_AA + G_CA
                       compute G_B = G_BB + G_CB

               move spaces to MB-RESTART-STAMP.
               write MB-RESTART-RECORD.
               close MB-RESTART-FILE.
               open output MB-DEFER-FILE.
               close MB-DEFER-FILE.

      *    drain the render requests the CONTROLLER board filed since
      *    the last run: render each pending one like a parameter
      *    record, publish it as the board terrain, and write the
      *    queue back with the drained requests removed. a request
      *    over its player's daily quota or the run's compute
      *    budget (MBLIMIT.DAT) is deferred instead and written
      *    back for the next run
           P5000-DRAIN-QUEUE.
           open input MB-RRQ-FILE.
           if RRQ_STATUS not = "00"
               go to P5000-EXIT
           end-if.
           perform P5200-SORT-QUEUE thru P5200-EXIT.
           perform P5100-LOAD-SPEND thru P5100-EXIT.
           move "Q" to RUN_SOURCE.
           move 1 to RRQ_X.
           perform until RRQ_X > RRQ_COUNT
                   move MB-RRQ-XMAX to MB-PARM-XMAX
                   move MB-RRQ-YMIN to MB-PARM-YMIN
                   move MB-RRQ-YMAX to MB-PARM-YMAX
                   move MB-RRQ-FRACTAL-PARMS to MB-PARM-FRACTAL-PARMS
      *            queued requests feed the board, not the web
      *            pipeline - no detail output for them
                   move "N" to MB-PARM-DETAIL
                               thru P6500-EXIT
                       end-if
                   else
                       perform P5800-ADMIT-REQUEST thru P5800-EXIT
                   end-if
                   if EDIT_OK = "Y" and ADMIT_OK = "Y"
                       perform P1000-RENDER-REGION thru P1000-EXIT
      *                a request skipped by the restart resume was
      *                fully rendered by the run that died, so only
      *                republish the board for a region this run
      *                actually touched
                       if PARM_SEQ >= RESUME_SEQ
                           perform P6000-WRITE-BOARD thru P6000-EXIT
                           if BOARD_HELD = "Y"
                               move "H" to NTF_DISP
                           else
                               move "C" to NTF_DISP
                           end-if
                           perform P6500-WRITE-NOTICE
                               thru P6500-EXIT
                       end-if
               add 1 to RRQ_X
           end-perform.
           move RRQ_COUNT to RRQ_DRAINED.
           perform P5950-WRITE-SPEND thru P5950-EXIT.
           perform P5500-WRITE-BACK thru P5500-EXIT.

           P5000-EXIT.
           exit.

      *    set up the queue drain's limits and spend before the
      *    first request is admitted: the budget and quotas from
      *    MBLIMIT.DAT, then each player's spend so far today (and
      *    a resumed run's spend so far) from the queued renders on
      *    the statistics file, then the requests a resumed run's
      *    dead predecessor deferred. the statistics file may be
      *    open for append from the parameter-file renders, so it
      *    is closed first and reopened by the next region
           P5100-LOAD-SPEND.
               move 0 to SPD_COUNT.
               move 0 to RUN_SPEND RUN_DEFERRED DEFER_COUNT.
               move "N" to EOF_LIM.
               open input MB-LIM-FILE.
               if LIM_STATUS = "00"
                   perform until EOF_LIM = "Y"
                       read MB-LIM-FILE
                           at end
                               move "Y" to EOF_LIM
                           not at end
                               perform P5110-TAKE-LIMIT
                       end-read
                   end-perform
                   close MB-LIM-FILE
               end-if.
               if STAT_OPEN = "Y"
                   close MB-STAT-FILE
                   move "N" to STAT_OPEN
               end-if.
               move "N" to EOF_STAT.
               open input MB-STAT-FILE.
               if STAT_STATUS = "00"
                   perform until EOF_STAT = "Y"
                       read MB-STAT-FILE
                           at end
                               move "Y" to EOF_STAT
                           not at end
                               perform P5120-TAKE-STAT
                       end-read
                   end-perform
                   close MB-STAT-FILE
               end-if.
               if RESUME_SEQ = 0
                   go to P5100-EXIT
               end-if.
               move "N" to EOF_DEFER.
               open input MB-DEFER-FILE.
               if DEFER_STATUS = "00"
                   perform until EOF_DEFER = "Y"
                       read MB-DEFER-FILE
                           at end
                               move "Y" to EOF_DEFER
                           not at end
                               perform P5130-TAKE-DEFER
                       end-read
                   end-perform
                   close MB-DEFER-FILE
               end-if.

           P5100-EXIT.
               exit.

      *    a player's own quota record overrides the "*" default;
      *    the player's entry is made at the default and then set
           P5110-TAKE-LIMIT.
               if MB-LIM-UNITS is not numeric
                   display "MBLIMIT.DAT: BAD LIMIT IGNORED - "
                       MB-LIM-RECORD
               else
                   evaluate true
                       when MB-LIM-TYPE = "B"
                           move MB-LIM-UNITS to RUN_BUDGET
                       when MB-LIM-TYPE = "Q"
                           and MB-LIM-PLAYER = "*"
                           move MB-LIM-UNITS to DEFAULT_QUOTA
                       when MB-LIM-TYPE = "Q"
                           move MB-LIM-PLAYER to SPD_KEY
                           perform P5850-FIND-PLAYER
                           move MB-LIM-UNITS to SPD_QUOTA(SPD_X)
                       when other
                           display "MBLIMIT.DAT: BAD LIMIT IGNORED - "
                               MB-LIM-RECORD
                   end-evaluate
               end-if.

      *    only queued renders count against the limits; records
      *    written before the cost was kept read blank and count
      *    for nothing
           P5120-TAKE-STAT.
               if MB-STAT-SOURCE = "S"
                   and MB-STAT-RUN-STAMP = RUN_STAMP
                   move "Y" to SPEND_LOGGED
               end-if.
               if MB-STAT-SOURCE = "Q"
                   and MB-STAT-COST is numeric
                   move MB-STAT-PLAYER to SPD_KEY
                   perform P5850-FIND-PLAYER
                   if MB-STAT-START-TS(1:8) = CACHE_DATE
                       add MB-STAT-COST to SPD_DAY(SPD_X)
                   end-if
                   if MB-STAT-RUN-STAMP = RUN_STAMP
                       add MB-STAT-COST to SPD_RUN(SPD_X)
                       add MB-STAT-COST to RUN_SPEND
                       move "Y" to SPD_ACTIVE(SPD_X)
                   end-if
               end-if.

           P5130-TAKE-DEFER.
               if MB-DEFER-RUN-STAMP = RUN_STAMP
                   and DEFER_COUNT < 500
                   add 1 to DEFER_COUNT
                   move MB-DEFER-SEQ to DEFER_SEQ(DEFER_COUNT)
                   add 1 to RUN_DEFERRED
                   move MB-DEFER-PLAYER to SPD_KEY
                   perform P5850-FIND-PLAYER
                   add 1 to SPD_DEFER(SPD_X)
                   move "Y" to SPD_ACTIVE(SPD_X)
               end-if.

      *    order the loaded requests most-urgent-first before the
      *    drain; adjacent exchanges only, so requests of equal
      *    priority keep their filed order. the sort is stable and
      *    so it is re-read and every pending record whose position
      *    was not loaded this run (held for a resume, or beyond
      *    the table capacity) is parked on the work file and
      *    copied back, so nothing pending is ever dropped. the
      *    re-read and rewrite run under the queue's lock; if it
      *    cannot be had the queue is left as it stands and the
      *    drained requests render again on the next run
           P5500-WRITE-BACK.
               move "A" to CTL-LOCK-FUNCTION.
               move "CTLRRQ" to CTL-LOCK-RESOURCE.
               move "MANDELBR" to CTL-LOCK-OWNER.
               move spaces to CTL-LOCK-AUDIT-TOKEN.
               move space to CTL-LOCK-PLAYER.
               move 300 to CTL-LOCK-LEASE.
               move 60 to CTL-LOCK-WAIT.
               call "ctllock" using CTL-LOCK-PARMS.
               if CTL-LOCK-RESULT not = "Y"
                   display "RENDER QUEUE LOCKED - DRAINED REQUESTS"
                   display "STAY ON THE QUEUE FOR THE NEXT RUN."
                   go to P5500-EXIT
               end-if.
               move 0 to RRQ_PENDPOS.
               move "N" to EOF_RRQ.
               open input MB-RRQ-FILE.
               if RRQ_STATUS not = "00"
                   go to P5500-RELEASE
               end-if.
               open output MB-RRQW-FILE.
               perform until EOF_RRQ = "Y"
               open output MB-RRQW-FILE.
               close MB-RRQW-FILE.

           P5500-RELEASE.
               move "R" to CTL-LOCK-FUNCTION.
               call "ctllock" using CTL-LOCK-PARMS.

           P5500-EXIT.
               exit.

                   add 1 to RRQ_SCAN_X
               end-perform.

      *    admit a valid queued request against the limits before
      *    it renders. its cost is estimated from the rows it would
      *    still have to compute - rows already in the row cache
      *    cost nothing - and it is deferred if that would take its
      *    player past the daily quota or the run past its budget;
      *    a request that costs nothing is always admitted. a
      *    deferred request is taken out of the drained set, so the
      *    write-back leaves it on the queue for the next run, and
      *    the player is sent a deferred notice. a resumed run does
      *    not re-judge the requests the dead run got through: it
      *    defers again exactly the ones that run deferred (their
      *    notices already went) and admits the region it died in
           P5800-ADMIT-REQUEST.
               move "Y" to ADMIT_OK.
               move spaces to DEFER_REASON.
               if PARM_SEQ < RESUME_SEQ
                   perform P5870-FIND-DEFER
                   if DEFER_MATCH = "Y"
                       move "N" to ADMIT_OK
                       move 0 to RRQ_POS(RRQ_X)
                   end-if
                   go to P5800-EXIT
               end-if.
               if PARM_SEQ = RESUME_SEQ
                   go to P5800-EXIT
               end-if.
               perform P5810-ESTIMATE-COST.
               if EST_COST = 0
                   go to P5800-EXIT
               end-if.
               move MB-RRQ-PLAYER to SPD_KEY.
               perform P5850-FIND-PLAYER.
               if SPD_DAY(SPD_X) + EST_COST > SPD_QUOTA(SPD_X)
                   move "QUOTA" to DEFER_REASON
               else
                   if RUN_SPEND + EST_COST > RUN_BUDGET
                       move "BUDGET" to DEFER_REASON
                   end-if
               end-if.
               if DEFER_REASON = spaces
                   go to P5800-EXIT
               end-if.
               move "N" to ADMIT_OK.
               move 0 to RRQ_POS(RRQ_X).
               add 1 to SPD_DEFER(SPD_X).
               move "Y" to SPD_ACTIVE(SPD_X).
               add 1 to RUN_DEFERRED.
               perform P5900-WRITE-DEFER.
               move "D" to NTF_DISP.
               perform P6500-WRITE-NOTICE thru P6500-EXIT.

           P5800-EXIT.
               exit.

      *    the iteration units the request would spend: every row
      *    of its region not already in the row cache, at one cell
      *    per column and the full iteration limit per cell
           P5810-ESTIMATE-COST.
               move MB-PARM-WIDTH to MB-CACHE-KEY-WIDTH.
               move MB-PARM-HEIGHT to MB-CACHE-KEY-HEIGHT.
               move MB-PARM-MAX-ITER to MB-CACHE-KEY-MAXITER.
               move MB-PARM-XMIN to MB-CACHE-KEY-XMIN.
               move MB-PARM-XMAX to MB-CACHE-KEY-XMAX.
               move MB-PARM-YMIN to MB-CACHE-KEY-YMIN.
               move MB-PARM-YMAX to MB-CACHE-KEY-YMAX.
               move MB-PARM-FRACTAL to MB-CACHE-KEY-FRACTAL.
               move MB-PARM-JULIA-CR to MB-CACHE-KEY-JULIA-CR.
               move MB-PARM-JULIA-CI to MB-CACHE-KEY-JULIA-CI.
               move 0 to EST_ROWS.
               move 1 to C_X.
               perform until C_X >= MB-PARM-WIDTH
                   move C_X to MB-CACHE-KEY-ROW
                   read MB-CACHE-FILE
                       invalid key
                           add 1 to EST_ROWS
                   end-read
                   add 1 to C_X
               end-perform.
               compute EST_COST = EST_ROWS * (MB-PARM-HEIGHT - 1)
                   * MB-PARM-MAX-ITER.

      *    the spend table entry for the player in SPD_KEY, made at
      *    the default quota the first time the player is seen
           P5850-FIND-PLAYER.
               move 1 to SPD_X.
               perform until SPD_X > SPD_COUNT
                   or SPD_PLAYER(SPD_X) = SPD_KEY
                   add 1 to SPD_X
               end-perform.
               if SPD_X > SPD_COUNT
                   if SPD_COUNT < 100
                       add 1 to SPD_COUNT
                       move SPD_COUNT to SPD_X
                       move SPD_KEY to SPD_PLAYER(SPD_X)
                       move 0 to SPD_DAY(SPD_X) SPD_RUN(SPD_X)
                       move 0 to SPD_DEFER(SPD_X)
                       move DEFAULT_QUOTA to SPD_QUOTA(SPD_X)
                       move "N" to SPD_ACTIVE(SPD_X)
                   else
                       move SPD_COUNT to SPD_X
                   end-if
               end-if.

      *    was the request at this sequence deferred by the run
      *    being resumed?
           P5870-FIND-DEFER.
               move "N" to DEFER_MATCH.
               move 1 to DEFER_X.
               perform until DEFER_X > DEFER_COUNT
                   or DEFER_MATCH = "Y"
                   if DEFER_SEQ(DEFER_X) = PARM_SEQ
                       move "Y" to DEFER_MATCH
                   end-if
                   add 1 to DEFER_X
               end-perform.

      *    one deferral record, closed straight away so it is on
      *    disk before the next checkpoint a resume might start from
           P5900-WRITE-DEFER.
               open extend MB-DEFER-FILE.
               if DEFER_STATUS not = "00"
                   open output MB-DEFER-FILE
               end-if.
               move RUN_STAMP to MB-DEFER-RUN-STAMP.
               move PARM_SEQ to MB-DEFER-SEQ.
               move MB-RRQ-PLAYER to MB-DEFER-PLAYER.
               move DEFER_REASON to MB-DEFER-REASON.
               move EST_COST to MB-DEFER-COST.
               write MB-DEFER-RECORD.
               close MB-DEFER-FILE.

      *    the run's spend summary on the statistics file, for
      *    tuning the limits: one "S" record per player the drain
      *    rendered or deferred for, then one for the whole run
      *    under player "*" carrying the budget. written once per
      *    run - a resume of a run that got this far skips it
           P5950-WRITE-SPEND.
               if RRQ_COUNT = 0 or SPEND_LOGGED = "Y"
                   go to P5950-EXIT
               end-if.
               perform P8050-OPEN-STAT.
               move 0 to DAY_SPEND.
               move 1 to SPD_X.
               perform until SPD_X > SPD_COUNT
                   add SPD_DAY(SPD_X) to DAY_SPEND
                   if SPD_ACTIVE(SPD_X) = "Y"
                       perform P5960-CLEAR-SPEND-REC
                       move SPD_PLAYER(SPD_X) to MB-STAT-PLAYER
                       move SPD_RUN(SPD_X) to MB-STAT-COST
                       move SPD_DEFER(SPD_X) to MB-STAT-DEFERRED
                       move SPD_DAY(SPD_X) to MB-STAT-DAY-COST
                       move SPD_QUOTA(SPD_X) to MB-STAT-LIMIT
                       write MB-STAT-RECORD
                   end-if
                   add 1 to SPD_X
               end-perform.
               perform P5960-CLEAR-SPEND-REC.
               move "*" to MB-STAT-PLAYER.
               move RUN_SPEND to MB-STAT-COST.
               move RUN_DEFERRED to MB-STAT-DEFERRED.
               move DAY_SPEND to MB-STAT-DAY-COST.
               move RUN_BUDGET to MB-STAT-LIMIT.
               write MB-STAT-RECORD.
               move "Y" to SPEND_LOGGED.

           P5950-EXIT.
               exit.

           P5960-CLEAR-SPEND-REC.
               move 0 to MB-STAT-SEQ.
               move "S" to MB-STAT-SOURCE.
               move 0 to MB-STAT-WIDTH MB-STAT-HEIGHT MB-STAT-MAXITER.
               move 0 to MB-STAT-XMIN MB-STAT-XMAX.
               move 0 to MB-STAT-YMIN MB-STAT-YMAX.
               move 0 to MB-STAT-ROWS-COMPUTED MB-STAT-ROWS-CACHED.
               move RUN_STAMP to MB-STAT-START-TS.
               move function current-date to MB-STAT-END-TS.
               move RUN_STAMP to MB-STAT-RUN-STAMP.
               move space to MB-STAT-FRACTAL.
               move 0 to MB-STAT-JULIA-CR MB-STAT-JULIA-CI.

      *    iteration-count detail output, opened the first time a
      *    detail region is rendered; one header record per region,
      *    one row record per rendered row
      *    row cache carried the render and how long it took; the
      *    file is opened the first time a region completes
           P8000-WRITE-STAT.
               perform P8050-OPEN-STAT.
               move PARM_SEQ to MB-STAT-SEQ.
               move RUN_SOURCE to MB-STAT-SOURCE.
               move GRD-WIDTH to MB-STAT-WIDTH.
               move MB-PARM-XMAX to MB-STAT-XMAX.
               move MB-PARM-YMIN to MB-STAT-YMIN.
               move MB-PARM-YMAX to MB-STAT-YMAX.
               move MB-PARM-FRACTAL-PARMS to MB-STAT-FRACTAL-PARMS.
               move ROWS_COMPUTED to MB-STAT-ROWS-COMPUTED.
               move ROWS_CACHED to MB-STAT-ROWS-CACHED.
               move STAT_START_TS to MB-STAT-START-TS.
               move function current-date to MB-STAT-END-TS.
      *        the render's cost in the limits' units; a queued
      *        render's also counts against its player's quota and
      *        the run's budget
               compute STAT_COST = ROWS_COMPUTED * (GRD-HEIGHT - 1)
                   * MAX_ITER.
               move STAT_COST to MB-STAT-COST.
               move 0 to MB-STAT-DEFERRED.
               move 0 to MB-STAT-DAY-COST MB-STAT-LIMIT.
               move RUN_STAMP to MB-STAT-RUN-STAMP.
               if RUN_SOURCE = "Q"
                   move MB-RRQ-PLAYER to MB-STAT-PLAYER
                   move MB-RRQ-PLAYER to SPD_KEY
                   perform P5850-FIND-PLAYER
                   add STAT_COST to SPD_DAY(SPD_X) SPD_RUN(SPD_X)
                   add STAT_COST to RUN_SPEND
                   move "Y" to SPD_ACTIVE(SPD_X)
               else
                   move space to MB-STAT-PLAYER
               end-if.
               write MB-STAT-RECORD.

           P8050-OPEN-STAT.
               if STAT_OPEN = "N"
                   open extend MB-STAT-FILE
                   if STAT_STATUS not = "00"
                       open output MB-STAT-FILE
                   end-if
                   move "Y" to STAT_OPEN
               end-if.

      *    tell the player who filed the request how it came out:
      *    one notice record, appended to that player's notice file
      *    for CONTROLLER to show at the next board draw. NTF_DISP
      *    is "C" for completed-and-published, "X" for rejected,
      *    "H" for rendered but held off the board by the
      *    playability check, "D" for deferred to the next run by
      *    the render quota or budget.
           P6500-WRITE-NOTICE.
               if MB-RRQ-PLAYER = space
                   go to P6500-EXIT
               if NTF_DISP = "X"
                   move EDIT_REASON to CTL-NTF-REASON
               else
                   if NTF_DISP = "H"
                       move HELD_REASON to CTL-NTF-REASON
                   else
                       if NTF_DISP = "D"
                           move DEFER_REASON to CTL-NTF-REASON
                       else
                           move spaces to CTL-NTF-REASON
                       end-if
                   end-if
               end-if.
               write CTL-NTF-RECORD.
               close MB-NTF-FILE.
               exit.

      *    publish the region just rendered for a queued request as
      *    the CONTROLLER board terrain: the region's rows are pulled
      *    back out of the row cache and added to the board library
      *    under a generated name, so the publish that comes after
      *    it can never destroy it. the terrain only replaces
      *    CTLBOARD.DAT (bounds record first, then the rows) once
      *    CTLBCHK has passed it as playable; a board that fails
      *    stays in the library, held, with its problems on the
      *    exception listing CTLBEXC.DAT, and BOARD_HELD tells the
      *    drain to send the player a held notice instead. a name
      *    the library already holds is refused, and the board is
      *    held too - published under it, replays would rebuild
      *    the other entry's terrain
           P6000-WRITE-BOARD.
               move "N" to BOARD_HELD.
               move spaces to HELD_REASON.
               move 1 to C_X.
               perform until C_X is equal to GRD-WIDTH
                   move C_X to MB-CACHE-KEY-ROW
                   read MB-CACHE-FILE
                       invalid key
                           move spaces to CTL-BCHK-TERR-LINE(C_X)
                       not invalid key
                           move MB-CACHE-DATA
                               to CTL-BCHK-TERR-LINE(C_X)
                   end-read
                   add 1 to C_X
               end-perform.
               compute CTL-BCHK-ROW-COUNT = GRD-WIDTH - 1.
               open i-o MB-BLIB-FILE.
               if BLIB_STATUS not = "00"
                   open output MB-BLIB-FILE
                   close MB-BLIB-FILE
                   open i-o MB-BLIB-FILE
               end-if.
               move function current-date(1:14) to BLIB_STAMP.
               move spaces to BLIB_NAME.
               string "Q" MB-RRQ-PLAYER BLIB_STAMP PARM_SEQ
                   delimited by size into BLIB_NAME
               end-string.
               move spaces to CTL-BLIB-RECORD.
               move BLIB_NAME to CTL-BLIB-NAME.
               move 0 to CTL-BLIB-ROWNO.
               move "H" to CTL-BLIB-TYPE.
               move CACHE_DATE to CTL-BLIB-CREATED.
               move MB-RRQ-PLAYER to CTL-BLIB-SRC-PLAYER.
               move MB-PARM-XMIN to CTL-BLIB-XMIN.
               move MB-PARM-XMAX to CTL-BLIB-XMAX.
               move MB-PARM-YMIN to CTL-BLIB-YMIN.
               move MB-PARM-YMAX to CTL-BLIB-YMAX.
               move MB-PARM-FRACTAL-PARMS to CTL-BLIB-FRACTAL-PARMS.
               write CTL-BLIB-RECORD
                   invalid key
                       move "Y" to BOARD_HELD
                       move "DUPNAME" to HELD_REASON
               end-write.
               if BOARD_HELD = "Y"
                   close MB-BLIB-FILE
                   display "BOARD LIBRARY ALREADY HOLDS " BLIB_NAME
                       " - BOARD NOT PUBLISHED."
                   go to P6000-EXIT
               end-if.
               move 1 to C_X.
               perform until C_X is equal to GRD-WIDTH
                   move C_X to CTL-BLIB-ROWNO
                   move "R" to CTL-BLIB-TYPE
                   move CTL-BCHK-TERR-LINE(C_X) to CTL-BLIB-ROW
                   write CTL-BLIB-RECORD
                   add 1 to C_X
               end-perform.
               close MB-BLIB-FILE.
               move BLIB_NAME to CTL-BCHK-BOARD-ID.
               move "PUBLISH" to CTL-BCHK-SOURCE.
               call "ctlbchk" using CTL-BCHK-PARMS CTL-BCHK-TERRAIN.
               if CTL-BCHK-RESULT not = "P"
                   move "Y" to BOARD_HELD
                   move "PLAYCHK" to HELD_REASON
               else
                   open output MB-BOARD-FILE
                   move spaces to CTL-BOARD-ROW-RECORD
                   move MB-PARM-XMIN to CTL-BRD-XMIN
                   move MB-PARM-XMAX to CTL-BRD-XMAX
                   move MB-PARM-YMIN to CTL-BRD-YMIN
                   move MB-PARM-YMAX to CTL-BRD-YMAX
                   move BLIB_NAME to CTL-BRD-ID
                   move MB-PARM-FRACTAL-PARMS to CTL-BRD-FRACTAL-PARMS
                   write CTL-BOARD-BOUNDS-RECORD
                   move 1 to C_X
                   perform until C_X is equal to GRD-WIDTH
                       move CTL-BCHK-TERR-LINE(C_X) to CTL-BRD-ROW
                       write CTL-BOARD-ROW-RECORD
                       add 1 to C_X
                   end-perform
                   close MB-BOARD-FILE
               end-if.

           P6000-EXIT.
               exit.

           P9999-EXIT.
           stop run.
