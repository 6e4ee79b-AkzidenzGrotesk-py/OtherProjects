      *    downstream tool can open. the gray scale follows the glyph
      *    art: brightness rises with the iteration count and cells
      *    that never escaped render black.
      *    the detail file is MBDTL.DAT unless another in the same
      *    layout is named on the command line - CTLHEAT writes its
      *    visit counts to CTLHEAT.DAT for export this way.
      *    every export is logged on MBEXPLOG.DAT, so housekeeping
      *    knows which detail regions have been taken off.

       environment division.
           input-output section.
           file-control.
               select MB-DTL-FILE assign to DTL_FILENAME
                   organization is line sequential
                   file status is DTL_STATUS.
               select MB-IMG-FILE assign to "MBIMG.PGM"
                   organization is line sequential
                   file status is IMG_STATUS.
               select MB-EXP-FILE assign to "MBEXPLOG.DAT"
                   organization is line sequential
                   file status is EXP_STATUS.

       data division.
           file section.
           01  MB-IMG-RECORD.
               05 MB-IMG-LINE pic X(4000).

           FD  MB-EXP-FILE.
           copy "mbexplg".

           working-storage section.
           01 DTL_STATUS pic XX value "00".
           01 IMG_STATUS pic XX value "00".
           01 EXP_STATUS pic XX value "00".
           01 EOF_DTL    pic X  value "N".
           01 DTL_FILENAME pic X(12) value "MBDTL.DAT".
           01 DTL_ARG      pic X(12) value spaces.

      *    which region to export and what its header said
           01 WANT_SEQ   pic 9(4) value 0.

       procedure division.
           P0000-MAIN.
           accept DTL_ARG from command-line.
           if DTL_ARG not = spaces
               move DTL_ARG to DTL_FILENAME
           end-if.
           display "EXPORT WHICH REGION SEQUENCE? " with no advancing.
           accept WANT_SEQ.
           if WANT_SEQ = 0
           end-if.
           open input MB-DTL-FILE.
           if DTL_STATUS not = "00"
               display "NO DETAIL FILE ON HAND: " DTL_FILENAME
               go to P9999-EXIT
           end-if.
           perform P1000-SCAN-DTL with test after
               display "REGION NOT FOUND ON THE DETAIL FILE."
               go to P9999-EXIT
           end-if.
           perform P4000-LOG-EXPORT.
           move IMG_ROWS to ED_ROWS.
           display "WROTE MBIMG.PGM," ED_ROWS " IMAGE ROWS.".
           go to P9999-EXIT.
               add 4 to IMG_POS.
               add 1 to IMG_X.

           P4000-LOG-EXPORT.
               open extend MB-EXP-FILE.
               if EXP_STATUS not = "00"
                   open output MB-EXP-FILE
               end-if.
               move DTL_FILENAME to MB-EXP-FILENAME.
               move WANT_SEQ to MB-EXP-SEQ.
               move function current-date(1:8) to MB-EXP-DATE.
               write MB-EXP-RECORD.
               close MB-EXP-FILE.

           P9999-EXIT.
           stop run.
