      *    correction and resubmission desk for the exception file
      *    MBEXCP.DAT: lists the parameter records MANDELBROT's edit
      *    checks rejected, lets an operator fix the offending field
      *    (width, height, iteration limit, a bound, the fractal type
      *    or a Julia constant part), re-validates
      *    with the same rules MANDELBROT applies, and requeues an
      *    accepted record onto MBPARM.DAT for the next batch run.
      *    every record's disposition is kept on the exception file
      *    ("C" corrected, "D" deleted, blank still pending) with the
      *    day it was settled, so the file finally says which rejects
      *    were ever dealt with, and when.

       environment division.
           input-output section.
               05 MB-PARM-YMIN      pic S9(4)V9(14).
               05 MB-PARM-YMAX      pic S9(4)V9(14).
               05 MB-PARM-DETAIL    pic X.
               05 MB-PARM-FRACTAL-PARMS.
                   10 MB-PARM-FRACTAL  pic X.
                   10 MB-PARM-JULIA-CR pic S9(4)V9(14).
                   10 MB-PARM-JULIA-CI pic S9(4)V9(14).

      *    exception records beyond the table capacity, parked here
      *    at load and appended back unworked at quit so nothing is
      *    ever dropped from the exception file
           FD  MB-EXCW-FILE.
           01  MB-EXCW-RECORD pic X(136).

           working-storage section.
           01 EXC_STATUS  pic XX value "00".
           01 EXC_X     pic 999 value 0.
           01 EXC_FULL  pic X   value "N".
           01 EXC_TABLE.
               05 EXC_ENTRY occurs 500 times pic X(136).

      *    the record being worked on, unpacked from its table slot;
      *    the fractal type and Julia constant ride at the end of the
      *    exception record, after the disposition
           01 WRK_NUM    pic 999  value 0.
           01 WRK_REASON pic X(8) value spaces.
           01 WRK_DISP   pic X    value space.
           01 WRK_DISP_DATE pic X(8) value spaces.
           01 WRK_PARM.
               05 WRK_PARM_BASE.
                   10 WRK_WIDTH    pic 999.
                   10 WRK_HEIGHT   pic 999.
                   10 WRK_MAX_ITER pic 999.
                   10 WRK_XMIN     pic S9(4)V9(14).
                   10 WRK_XMAX     pic S9(4)V9(14).
                   10 WRK_YMIN     pic S9(4)V9(14).
                   10 WRK_YMAX     pic S9(4)V9(14).
                   10 WRK_DETAIL   pic X.
               05 WRK_FRACTAL_PARMS.
                   10 WRK_FRACTAL  pic X.
                   10 WRK_JULIA_CR pic S9(4)V9(14).
                   10 WRK_JULIA_CI pic S9(4)V9(14).

      *    the same edit checks MANDELBROT's P0500-EDIT-PARM applies,
      *    so a correction accepted here renders there
           01 ED_XMAX   pic -9999.9(14).
           01 ED_YMIN   pic -9999.9(14).
           01 ED_YMAX   pic -9999.9(14).
           01 ED_CR     pic -9999.9(14).
           01 ED_CI     pic -9999.9(14).

       procedure division.
           P0000-MAIN.
                       " ITER=" WRK_MAX_ITER
                   display "     X=[" ED_XMIN "," ED_XMAX "]"
                       " Y=[" ED_YMIN "," ED_YMAX "]"
                   perform P3200-LIST-FRACTAL
               end-if.
               add 1 to EXC_X.

      *    a blank type is a record from before the type existed,
      *    which was a Mandelbrot region; a Julia record shows its
      *    constant as typed, number or not
           P3200-LIST-FRACTAL.
               evaluate WRK_FRACTAL
                   when "J"
                       if WRK_JULIA_CR is numeric
                           and WRK_JULIA_CI is numeric
                           move WRK_JULIA_CR to ED_CR
                           move WRK_JULIA_CI to ED_CI
                           display "     TYPE=J C=(" ED_CR ","
                               ED_CI ")"
                       else
                           display "     TYPE=J C=(" WRK_JULIA_CR
                               "," WRK_JULIA_CI ")"
                       end-if
                   when space
                       display "     TYPE=M"
                   when other
                       display "     TYPE=" WRK_FRACTAL
               end-evaluate.

           P3500-UNPACK-ENTRY.
               move EXC_ENTRY(WRK_NUM)(1:8) to WRK_REASON.
               move EXC_ENTRY(WRK_NUM)(9:82) to WRK_PARM_BASE.
               move EXC_ENTRY(WRK_NUM)(91:1) to WRK_DISP.
               move EXC_ENTRY(WRK_NUM)(92:8) to WRK_DISP_DATE.
               move EXC_ENTRY(WRK_NUM)(100:37) to WRK_FRACTAL_PARMS.

           P3600-REPACK-ENTRY.
               move WRK_REASON to EXC_ENTRY(WRK_NUM)(1:8).
               move WRK_PARM_BASE to EXC_ENTRY(WRK_NUM)(9:82).
               move WRK_DISP to EXC_ENTRY(WRK_NUM)(91:1).
               move WRK_DISP_DATE to EXC_ENTRY(WRK_NUM)(92:8).
               move WRK_FRACTAL_PARMS to EXC_ENTRY(WRK_NUM)(100:37).

           P4000-FIX-RECORD.
               perform P6000-PICK-RECORD thru P6000-EXIT.
               if WRK_NUM = 0
                   go to P4000-EXIT
               end-if.
               display "FIELD (W/H/I/XL/XH/YL/YH/T/CR/CI)? "
                   with no advancing.
               accept FIX_FIELD.
               move function lower-case(FIX_FIELD) to FIX_FIELD.
                       if FIX_GIVEN = "Y"
                           move FIX_BOUND to WRK_YMAX
                       end-if
                   when "t "
                       display "NEW FRACTAL TYPE (M/J/B)? "
                           with no advancing
                       move spaces to FIX_TEXT
                       accept FIX_TEXT
                       move function upper-case(FIX_TEXT(1:1))
                           to WRK_FRACTAL
                   when "cr"
                       perform P4500-ACCEPT-BOUND
                       if FIX_GIVEN = "Y"
                           move FIX_BOUND to WRK_JULIA_CR
                       end-if
                   when "ci"
                       perform P4500-ACCEPT-BOUND
                       if FIX_GIVEN = "Y"
                           move FIX_BOUND to WRK_JULIA_CI
                       end-if
                   when other
                       display "NO SUCH FIELD."
                       go to P4000-EXIT
               if EDIT_OK = "Y"
                   perform P7500-REQUEUE-PARM
                   move "C" to WRK_DISP
                   move function current-date(1:8) to WRK_DISP_DATE
                   move spaces to WRK_REASON
                   perform P3600-REPACK-ENTRY
                   display "RECORD ACCEPTED AND REQUEUED FOR THE"
           P4000-EXIT.
               exit.

      *    bounds and the Julia constant parts are typed free-form
      *    ("-1.25"); blank leaves the field as it stands, so
      *    FIX_GIVEN tells the caller whether a value was actually
      *    entered
           P4500-ACCEPT-BOUND.
               display "NEW VALUE? " with no advancing.
               move spaces to FIX_TEXT.
                   go to P5000-EXIT
               end-if.
               move "D" to WRK_DISP.
               move function current-date(1:8) to WRK_DISP_DATE.
               perform P3600-REPACK-ENTRY.
               display "RECORD " WRK_NUM " MARKED DELETED.".

           P7000-EDIT-PARM.
               move "Y" to EDIT_OK.
               move spaces to EDIT_REASON.
               if WRK_FRACTAL = space
                   move "M" to WRK_FRACTAL
               end-if.
               if WRK_FRACTAL not = "J"
                   move 0 to WRK_JULIA_CR WRK_JULIA_CI
               end-if.
               evaluate true
                   when WRK_WIDTH = 0
                       move "W-ZERO" to EDIT_REASON
                       move "Y-SPAN" to EDIT_REASON
                   when WRK_HEIGHT * 2 + 6 > 2004
                       move "H-BIG" to EDIT_REASON
                   when WRK_FRACTAL not = "M"
                       and WRK_FRACTAL not = "J"
                       and WRK_FRACTAL not = "B"
                       move "F-TYPE" to EDIT_REASON
                   when WRK_JULIA_CR is not numeric
                       or WRK_JULIA_CI is not numeric
                       move "J-CONST" to EDIT_REASON
                   when WRK_JULIA_CR < -2 or WRK_JULIA_CR > 2
                       or WRK_JULIA_CI < -2 or WRK_JULIA_CI > 2
                       move "J-CONST" to EDIT_REASON
               end-evaluate.
               if EDIT_REASON not = spaces
                   move "N" to EDIT_OK
