           01 CAT_TABLE.
               05 CAT_ENTRY occurs 200 times.
                   10 CAT_KEY.
                       15 CAT_K_WIDTH    pic 999.
                       15 CAT_K_HEIGHT   pic 999.
                       15 CAT_K_ITER     pic 999.
                       15 CAT_K_XMIN     pic S9(4)V9(14).
                       15 CAT_K_XMAX     pic S9(4)V9(14).
                       15 CAT_K_YMIN     pic S9(4)V9(14).
                       15 CAT_K_YMAX     pic S9(4)V9(14).
                       15 CAT_K_FRACTAL  pic X.
                       15 CAT_K_JULIA_CR pic S9(4)V9(14).
                       15 CAT_K_JULIA_CI pic S9(4)V9(14).
                   10 CAT_ROWS   pic 9(5).
                   10 CAT_NEWEST pic 9(8).

           01 PURGE_NUM   pic 999  value 0.
           01 PURGE_DATE  pic 9(8) value 0.

      *    purge bookkeeping; one cache record is 2133 bytes
           01 PURGED_ROWS  pic 9(7) value 0.
           01 PURGED_BYTES pic 9(11) value 0.
           01 ED_ROWS      pic zzzzzz9.
           01 ED_XMAX   pic -9999.9(14).
           01 ED_YMIN   pic -9999.9(14).
           01 ED_YMAX   pic -9999.9(14).
           01 ED_CR     pic -9999.9(14).
           01 ED_CI     pic -9999.9(14).

       procedure division.
           P0000-MAIN.

           P2300-TALLY-RECORD.
               if CAT_COUNT > 0
                   if MB-CACHE-KEY(1:118) = CAT_KEY(CAT_COUNT)
                       go to P2300-TALLY-ADD
                   end-if
               end-if.
                   go to P2300-TALLY-EXIT
               end-if.
               add 1 to CAT_COUNT.
               move MB-CACHE-KEY(1:118) to CAT_KEY(CAT_COUNT).
               move 0 to CAT_ROWS(CAT_COUNT).
               move 0 to CAT_NEWEST(CAT_COUNT).

                       " Y=[" ED_YMIN "," ED_YMAX "]"
                       " ROWS=" ED_CROWS
                       " LAST USED " CAT_NEWEST(CAT_X)
                   if CAT_K_FRACTAL(CAT_X) = "J"
                       move CAT_K_JULIA_CR(CAT_X) to ED_CR
                       move CAT_K_JULIA_CI(CAT_X) to ED_CI
                       display "     TYPE=J C=(" ED_CR "," ED_CI ")"
                   else
                       display "     TYPE=" CAT_K_FRACTAL(CAT_X)
                   end-if
                   add 1 to CAT_X
               end-perform.

               end-if.
               move 0 to PURGED_ROWS.
               move "N" to EOF_CACHE.
               move CAT_KEY(PURGE_NUM) to MB-CACHE-KEY(1:118).
               move 0 to MB-CACHE-KEY-ROW.
               start MB-CACHE-FILE key not < MB-CACHE-KEY
                   invalid key
                   at end
                       move "Y" to EOF_CACHE
                   not at end
                       if MB-CACHE-KEY(1:118) = CAT_KEY(PURGE_NUM)
                           delete MB-CACHE-FILE
                           add 1 to PURGED_ROWS
                       else
               end-read.

           P5000-REPORT-RECLAIM.
               compute PURGED_BYTES = PURGED_ROWS * 2133.
               move PURGED_ROWS to ED_ROWS.
               move PURGED_BYTES to ED_BYTES.
               display ED_ROWS " CACHED ROWS RECLAIMED ("
