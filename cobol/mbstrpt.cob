      *    cache effectiveness report over the run statistics file
      *    MBSTAT.DAT written by MANDELBROT: one detail line per run
      *    in file order (the chronological trend), then a rollup
      *    per distinct region parameter set (fractal type and
      *    Julia constant included) with total rows computed against
      *    rows served from the row cache and the overall hit rate -
      *    the numbers MBCMAINT purge decisions want, instead of
      *    guessing by last-used date alone.
      *    last, the render queue's spend per player for each run
      *    that drained the queue, from the spend summary records
      *    (source "S"), against the daily quota and run budget in
      *    force - the numbers for tuning MBLIMIT.DAT. summary
      *    records are not renders, so they stay out of the run
      *    lines and the rollup.

       environment division.
           input-output section.
           01 CAT_FULL  pic X   value "N".
           01 CAT_TABLE.
               05 CAT_ENTRY occurs 200 times.
                   10 CAT_KEY      pic X(118).
                   10 CAT_RUNS     pic 9(5).
                   10 CAT_COMPUTED pic 9(7).
                   10 CAT_CACHED   pic 9(7).

      *    the region key of the run record in hand; a record from
      *    before the fractal type existed was a Mandelbrot render
           01 REG_KEY.
               05 REG_K_WIDTH    pic 999.
               05 REG_K_HEIGHT   pic 999.
               05 REG_K_ITER     pic 999.
               05 REG_K_XMIN     pic S9(4)V9(14).
               05 REG_K_XMAX     pic S9(4)V9(14).
               05 REG_K_YMIN     pic S9(4)V9(14).
               05 REG_K_YMAX     pic S9(4)V9(14).
               05 REG_K_FRACTAL  pic X.
               05 REG_K_JULIA_CR pic S9(4)V9(14).
               05 REG_K_JULIA_CI pic S9(4)V9(14).

      *    catalog scan state
           01 CAT_HIT   pic 999 value 0.
           01 ED_XMAX  pic -9999.9(14).
           01 ED_YMIN  pic -9999.9(14).
           01 ED_YMAX  pic -9999.9(14).
           01 ED_CR    pic -9999.9(14).
           01 ED_CI    pic -9999.9(14).
           01 ED_COST  pic zzzzzzzzzz9.
           01 ED_DAY   pic zzzzzzzzzz9.
           01 ED_LIMIT pic X(11).
           01 ED_DEFER pic zzzz9.
           01 RPT_LINE pic X(100) value spaces.

      *    spend section state: the run whose summary is being
      *    listed, and whether any run had one
           01 SPEND_RUN  pic X(16) value spaces.
           01 SPEND_SEEN pic X     value "N".

       procedure division.
           P0000-MAIN.
           open input MB-STAT-FILE.
               until EOF_STAT = "Y".
           close MB-STAT-FILE.
           perform P5000-ROLLUP.
           perform P6000-SPEND.
           move "END OF REPORT" to RPT_LINE.
           perform P9000-PUT-LINE.
           close MB-RPT-FILE.
                   at end
                       move "Y" to EOF_STAT
                   not at end
                       if MB-STAT-SOURCE not = "S"
                           perform P2000-RUN-LINE
                           perform P3000-TALLY-REGION
                       end-if
               end-read.

      *    one detail line per run, in file order - the file grows
      *    chronologically, so reading it top to bottom is the trend
           P2000-RUN-LINE.
               perform P2100-RUN-FRACTAL.
               move MB-STAT-ROWS-COMPUTED to ED_COMP.
               move MB-STAT-ROWS-CACHED to ED_CACH.
               move MB-STAT-ROWS-CACHED to HIT_ROWS.
                   " SRC=" MB-STAT-SOURCE
                   " W=" MB-STAT-WIDTH " H=" MB-STAT-HEIGHT
                   " ITER=" MB-STAT-MAXITER
                   " TYPE=" REG_K_FRACTAL
                   " COMPUTED=" ED_COMP
                   " CACHED=" ED_CACH
                   " HIT=" ED_PCT "%"
                   "  END " MB-STAT-END-TS
                   delimited by size into RPT_LINE
               end-string.
               if MB-STAT-COST is numeric
                   move MB-STAT-COST to ED_COST
                   move " COST=" to RPT_LINE(67:6)
                   move ED_COST to RPT_LINE(73:11)
               end-if.
               perform P9000-PUT-LINE.

           P2100-RUN-FRACTAL.
               if MB-STAT-FRACTAL = space
                   move "M" to REG_K_FRACTAL
               else
                   move MB-STAT-FRACTAL to REG_K_FRACTAL
               end-if.
               if REG_K_FRACTAL = "J"
                   move MB-STAT-JULIA-CR to REG_K_JULIA_CR
                   move MB-STAT-JULIA-CI to REG_K_JULIA_CI
               else
                   move 0 to REG_K_JULIA_CR REG_K_JULIA_CI
               end-if.

           P3000-TALLY-REGION.
               move MB-STAT-WIDTH to REG_K_WIDTH.
               move MB-STAT-HEIGHT to REG_K_HEIGHT.
                   perform P9000-PUT-LINE
                   move spaces to RPT_LINE
                   string "     Y=[" ED_YMIN "," ED_YMAX "]"
                       " TYPE=" REG_K_FRACTAL
                       delimited by size into RPT_LINE
                   end-string
                   perform P9000-PUT-LINE
                   if REG_K_FRACTAL = "J"
                       move REG_K_JULIA_CR to ED_CR
                       move REG_K_JULIA_CI to ED_CI
                       move spaces to RPT_LINE
                       string "     C=(" ED_CR "," ED_CI ")"
                           delimited by size into RPT_LINE
                       end-string
                       perform P9000-PUT-LINE
                   end-if
                   move CAT_RUNS(CAT_X) to ED_RUNS
                   move CAT_COMPUTED(CAT_X) to ED_COMP
                   move CAT_CACHED(CAT_X) to ED_CACH
               end-if.
               add 1 to CAT_X.

      *    second pass over the statistics file for the spend
      *    summaries, grouped under the run they were written for
           P6000-SPEND.
               move "RENDER QUEUE SPEND PER PLAYER" to RPT_LINE.
               perform P9000-PUT-LINE.
               move "N" to EOF_STAT.
               open input MB-STAT-FILE.
               perform P6100-READ-SPEND with test after
                   until EOF_STAT = "Y".
               close MB-STAT-FILE.
               if SPEND_SEEN = "N"
                   move "  NO QUEUE SPEND ON FILE." to RPT_LINE
                   perform P9000-PUT-LINE
               end-if.
               move spaces to RPT_LINE.
               perform P9000-PUT-LINE.

           P6100-READ-SPEND.
               read MB-STAT-FILE
                   at end
                       move "Y" to EOF_STAT
                   not at end
                       if MB-STAT-SOURCE = "S"
                           perform P6200-SPEND-LINE
                       end-if
               end-read.

      *    a limit of all nines is no limit at all
           P6200-SPEND-LINE.
               move "Y" to SPEND_SEEN.
               if MB-STAT-RUN-STAMP not = SPEND_RUN
                   move MB-STAT-RUN-STAMP to SPEND_RUN
                   move spaces to RPT_LINE
                   string "  RUN OF " SPEND_RUN
                       delimited by size into RPT_LINE
                   end-string
                   perform P9000-PUT-LINE
               end-if.
               move MB-STAT-COST to ED_COST.
               move MB-STAT-DEFERRED to ED_DEFER.
               move MB-STAT-DAY-COST to ED_DAY.
               if MB-STAT-LIMIT = 99999999999
                   move "       NONE" to ED_LIMIT
               else
                   move MB-STAT-LIMIT to ED_COST
                   move ED_COST to ED_LIMIT
                   move MB-STAT-COST to ED_COST
               end-if.
               move spaces to RPT_LINE.
               if MB-STAT-PLAYER = "*"
                   string "    RUN TOTAL SPENT=" ED_COST
                       " DEFERRED=" ED_DEFER
                       " TODAY=" ED_DAY
                       " BUDGET=" ED_LIMIT
                       delimited by size into RPT_LINE
                   end-string
               else
                   string "    PLAYER " MB-STAT-PLAYER
                       "   SPENT=" ED_COST
                       " DEFERRED=" ED_DEFER
                       " TODAY=" ED_DAY
                       " QUOTA=" ED_LIMIT
                       delimited by size into RPT_LINE
                   end-string
               end-if.
               perform P9000-PUT-LINE.

           P9000-PUT-LINE.
               display RPT_LINE.
               move RPT_LINE to MB-RPT-LINE.
