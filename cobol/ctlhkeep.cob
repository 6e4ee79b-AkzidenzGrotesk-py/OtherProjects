       id division.
       program-id. ctlhkeep.

      *    retention housekeeping for the files nothing else trims:
      *    MBSTAT.DAT, the worked rejects on MBEXCP.DAT, the MBRPT.DAT
      *    print archive, exported MBDTL.DAT detail regions (and the
      *    MBIMAGE export log), the players' CTLNTFn.DAT notice files
      *    and board library entries on CTLBLIB.DAT. how long each
      *    keeps its records is read from the policy file CTLRETN.DAT
      *    (see ctlretn.cpy); a file with no rule is left alone.
      *    every file gets a line showing its record count before
      *    and after. run with REPORT on the command line it only
      *    counts - the lines show what a trim would leave and
      *    nothing is rewritten or deleted.
      *    a sequential file is copied through the work file
      *    CTLHKW.DAT and rewritten from it only when something goes,
      *    the way CTLARCH rewrites the live trail. a worked reject
      *    settled before rejects were dated is stamped with today
      *    and kept, so it ages off from now.
      *    a library entry past retention is kept while any record
      *    on the live trail or on a generation in the archive
      *    catalog CTLARCAT.DAT names it, and the installed board is
      *    always kept. the trail and the generations are read under
      *    the audit trail's lock so no cut moves records out from
      *    under the scan.
      *    run it in the nightly batch after the render and report
      *    steps. ends with condition code 0, 4 when the library
      *    had to be left untrimmed (the lock could not be had or
      *    more boards are named than the scan can hold) and 8 when
      *    there is no policy file.

       environment division.
           input-output section.
           file-control.
               select CTL-RETN-FILE assign to "CTLRETN.DAT"
                   organization is line sequential
                   file status is WS-RETN-STATUS.
               select CTL-SEQ-FILE assign to WS-SEQ-FILENAME
                   organization is line sequential
                   file status is WS-SEQ-STATUS.
               select CTL-HKW-FILE assign to "CTLHKW.DAT"
                   organization is line sequential
                   file status is WS-HKW-STATUS.
               select CTL-ROSTER-FILE assign to "CTLROSTR.DAT"
                   organization is line sequential
                   file status is WS-ROSTER-STATUS.
               select CTL-ARCAT-FILE assign to "CTLARCAT.DAT"
                   organization is line sequential
                   file status is WS-ARCAT-STATUS.
               select CTL-AUDIT-FILE assign to WS-AUD-FILENAME
                   organization is line sequential
                   file status is WS-AUDIT-STATUS.
               select CTL-BOARD-FILE assign to "CTLBOARD.DAT"
                   organization is line sequential
                   file status is WS-BOARD-STATUS.
               select CTL-BLIB-FILE assign to "CTLBLIB.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is CTL-BLIB-KEY
                   file status is WS-BLIB-STATUS.

       data division.
           file section.
           FD  CTL-RETN-FILE.
           copy "ctlretn".

      *    the sequential file being trimmed, as raw record images;
      *    the record is taken apart in working storage by family
           FD  CTL-SEQ-FILE.
           01  CTL-SEQ-RECORD pic X(3002).

      *    records kept, parked until the file is rewritten
           FD  CTL-HKW-FILE.
           01  CTL-HKW-RECORD pic X(3002).

           FD  CTL-ROSTER-FILE.
           copy "ctlrost".

           FD  CTL-ARCAT-FILE.
           copy "ctlarcat".

           FD  CTL-AUDIT-FILE.
           copy "ctlaud".

           FD  CTL-BOARD-FILE.
           copy "ctlbrd".

           FD  CTL-BLIB-FILE.
           copy "ctlblib".

           working-storage section.
           01 WS-RETN-STATUS   pic XX value "00".
           01 WS-SEQ-STATUS    pic XX value "00".
           01 WS-HKW-STATUS    pic XX value "00".
           01 WS-ROSTER-STATUS pic XX value "00".
           01 WS-ARCAT-STATUS  pic XX value "00".
           01 WS-AUDIT-STATUS  pic XX value "00".
           01 WS-BOARD-STATUS  pic XX value "00".
           01 WS-BLIB-STATUS   pic XX value "00".
           01 WS-EOF           pic X  value "N".
           01 WS-SUB-EOF       pic X  value "N".

      *    the layouts of the files trimmed, to take their records
      *    apart
           copy "mbstat".
           copy "mbexc".
           copy "mbdtl".
           copy "mbexplg".
           copy "ctlntf".

      *    REPORT on the command line: count only
           01 WS-ARG        pic X(8) value spaces.
           01 WS-REPORT     pic X    value "N".
           01 WS-TODAY      pic 9(8) value 0.
           01 WS-TODAY-X    pic X(8) value spaces.

      *    the policy: keep-days per family, 9999 where no rule
           01 WS-NO-RULE    pic 9(4) value 9999.
           01 WS-KEEP-STAT  pic 9(4) value 9999.
           01 WS-KEEP-EXC   pic 9(4) value 9999.
           01 WS-KEEP-RPT   pic 9(4) value 9999.
           01 WS-KEEP-DTL   pic 9(4) value 9999.
           01 WS-KEEP-NTF   pic 9(4) value 9999.
           01 WS-KEEP-BLIB  pic 9(4) value 9999.

      *    the file in hand: its name, family, rule and cutoff
      *    (records dated before the cutoff go)
           01 WS-SEQ-FILENAME pic X(12) value spaces.
           01 WS-FAMILY       pic X(8)  value spaces.
           01 WS-KEEP-DAYS    pic 9(4)  value 0.
           01 WS-CUT-DATE     pic 9(8)  value 0.
           01 WS-CUT-X        pic X(8)  value spaces.
           01 WS-KEEP         pic X     value "Y".
           01 WS-CHANGED      pic X     value "N".
           01 WS-BEFORE       pic 9(7)  value 0.
           01 WS-AFTER        pic 9(7)  value 0.

      *    print archive: the run stamp the current block sits under;
      *    blocks from before stamp lines were written take the date
      *    of the first stamped run after them
           01 WS-RPT-DATE     pic X(8)  value spaces.
           01 WS-RPT-FIRST    pic X(8)  value spaces.

      *    detail regions: the latest export of each region, from
      *    the export log. MBIMAGE exports the first copy of a
      *    sequence on the detail file, so that is the copy that
      *    goes; WS-EXP-SEEN marks it passed
           01 WS-EXP-COUNT pic 999 value 0.
           01 WS-EXP-X     pic 999 value 0.
           01 WS-EXP-HIT   pic 999 value 0.
           01 WS-EXP-TABLE.
               05 WS-EXP occurs 500 times.
                   10 WS-EXP-FILENAME pic X(12).
                   10 WS-EXP-SEQ      pic 9(4).
                   10 WS-EXP-LATEST   pic 9(8).
                   10 WS-EXP-SEEN     pic X.
           01 WS-DROPPING  pic X    value "N".
           01 WS-DROP-SEQ  pic 9(4) value 0.

      *    the players whose notice files are trimmed
           01 WS-PLY-COUNT pic 99 value 0.
           01 WS-PLY-X     pic 99 value 0.
           01 WS-PLY-TABLE.
               05 WS-PLY-ID occurs 36 times pic X.

      *    board library: the installed board and every board a
      *    live or archived audit record names
           01 WS-ACTIVE-ID  pic X(20) value spaces.
           01 WS-REF-COUNT  pic 999 value 0.
           01 WS-REF-X      pic 999 value 0.
           01 WS-REF-HIT    pic 999 value 0.
           01 WS-REF-FULL   pic X   value "N".
           01 WS-FIND-ID    pic X(20) value spaces.
           01 WS-REF-TABLE.
               05 WS-REF-ID occurs 500 times pic X(20).
           01 WS-AUD-FILENAME pic X(12) value "CTLAUDIT.DAT".
           01 WS-GENS       pic 999 value 0.
           01 WS-LIB-DROP   pic X   value "N".
           01 WS-LIB-GONE   pic 9(5) value 0.
           01 WS-ED-GONE    pic zzzz9.
           copy "ctllockp".
           01 WS-LOCKED     pic X value "N".

           01 WS-RC         pic 9 value 0.

      *    one line of the before-and-after listing
           01 WS-SHOW-LINE.
               05 filler        pic XX    value spaces.
               05 WS-SHOW-NAME  pic X(12).
               05 filler        pic XX    value spaces.
               05 WS-SHOW-KEEP  pic zzz9.
               05 filler        pic XX    value spaces.
               05 WS-SHOW-CUT   pic X(8).
               05 filler        pic XX    value spaces.
               05 WS-SHOW-BEF   pic zzzzzz9.
               05 filler        pic XX    value spaces.
               05 WS-SHOW-AFT   pic zzzzzz9.
               05 filler        pic XX    value spaces.
               05 WS-SHOW-GONE  pic zzzzzz9.
               05 filler        pic XX    value spaces.
               05 WS-SHOW-NOTE  pic X(24).
           01 WS-GONE         pic 9(7) value 0.

       procedure division.
           PARA-ENTRY.
               accept WS-ARG from command-line.
               move function upper-case(WS-ARG) to WS-ARG.
               if WS-ARG = "REPORT"
                   move "Y" to WS-REPORT
               end-if.
               move function current-date(1:8) to WS-TODAY-X.
               move WS-TODAY-X to WS-TODAY.
               perform PARA-LOAD-POLICY.
               if WS-RETN-STATUS not = "00"
                   display "NO RETENTION POLICY ON FILE (CTLRETN.DAT)"
                       " - NOTHING TRIMMED."
                   move 8 to return-code
                   go to PARA-EXIT
               end-if.
               perform PARA-HEADING.
               move "MBSTAT.DAT" to WS-SEQ-FILENAME.
               move "MBSTAT" to WS-FAMILY.
               move WS-KEEP-STAT to WS-KEEP-DAYS.
               perform PARA-TRIM-FILE.
               move "MBEXCP.DAT" to WS-SEQ-FILENAME.
               move "MBEXCP" to WS-FAMILY.
               move WS-KEEP-EXC to WS-KEEP-DAYS.
               perform PARA-TRIM-FILE.
               move "MBRPT.DAT" to WS-SEQ-FILENAME.
               move "MBRPT" to WS-FAMILY.
               move WS-KEEP-RPT to WS-KEEP-DAYS.
               perform PARA-FIND-FIRST-RUN.
               perform PARA-TRIM-FILE.
               perform PARA-LOAD-EXPORTS.
               move "MBDTL.DAT" to WS-SEQ-FILENAME.
               move "MBDTL" to WS-FAMILY.
               move WS-KEEP-DTL to WS-KEEP-DAYS.
               perform PARA-TRIM-FILE.
               move "MBEXPLOG.DAT" to WS-SEQ-FILENAME.
               move "MBEXPLOG" to WS-FAMILY.
               move WS-KEEP-DTL to WS-KEEP-DAYS.
               perform PARA-TRIM-FILE.
               perform PARA-LOAD-ROSTER.
               move 1 to WS-PLY-X.
               perform PARA-TRIM-NOTICES with test after
                   until WS-PLY-X > WS-PLY-COUNT.
               perform PARA-TRIM-LIBRARY.
               if WS-REPORT = "Y"
                   display "REPORT ONLY - NOTHING WAS REMOVED."
               end-if.
               move WS-RC to return-code.
               go to PARA-EXIT.

           PARA-EXIT.
               stop run.

           PARA-LOAD-POLICY.
               open input CTL-RETN-FILE.
               if WS-RETN-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-POLICY-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-RETN-FILE
               end-if.

      *    a rule whose days are not a number is no rule
           PARA-POLICY-RECORD.
               read CTL-RETN-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if CTL-RETN-KEEP-DAYS is not numeric
                           display "RULE FOR " CTL-RETN-FAMILY
                               " HAS NO DAYS - IGNORED."
                       else
                           evaluate CTL-RETN-FAMILY
                               when "MBSTAT"
                                   move CTL-RETN-KEEP-DAYS
                                       to WS-KEEP-STAT
                               when "MBEXCP"
                                   move CTL-RETN-KEEP-DAYS
                                       to WS-KEEP-EXC
                               when "MBRPT"
                                   move CTL-RETN-KEEP-DAYS
                                       to WS-KEEP-RPT
                               when "MBDTL"
                                   move CTL-RETN-KEEP-DAYS
                                       to WS-KEEP-DTL
                               when "CTLNTF"
                                   move CTL-RETN-KEEP-DAYS
                                       to WS-KEEP-NTF
                               when "CTLBLIB"
                                   move CTL-RETN-KEEP-DAYS
                                       to WS-KEEP-BLIB
                               when other
                                   display "NO FILE FAMILY "
                                       CTL-RETN-FAMILY " - IGNORED."
                           end-evaluate
                       end-if
               end-read.

           PARA-HEADING.
               if WS-REPORT = "Y"
                   display "RETENTION HOUSEKEEPING " WS-TODAY-X
                       " - REPORT ONLY"
               else
                   display "RETENTION HOUSEKEEPING " WS-TODAY-X
               end-if.
               display "  FILE          KEEP  CUTOFF     "
                   "BEFORE    AFTER     GONE".

      *    the cutoff is the keep-days counted back from today
           PARA-SET-CUTOFF.
               compute WS-CUT-DATE = function date-of-integer(
                   function integer-of-date(WS-TODAY) - WS-KEEP-DAYS).
               move WS-CUT-DATE to WS-CUT-X.

      *    one sequential file through the work file: count every
      *    record, keep what the family's rule keeps, and rewrite
      *    the file from the work file when anything went or was
      *    changed
           PARA-TRIM-FILE.
               move 0 to WS-BEFORE WS-AFTER.
               move "N" to WS-CHANGED.
               move spaces to WS-SHOW-NOTE.
               move "N" to WS-DROPPING.
               move WS-RPT-FIRST to WS-RPT-DATE.
               if WS-KEEP-DAYS = WS-NO-RULE
                   move "NO RULE - KEPT" to WS-SHOW-NOTE
               else
                   perform PARA-SET-CUTOFF
               end-if.
               open input CTL-SEQ-FILE.
               if WS-SEQ-STATUS not = "00"
                   move "NOT ON FILE" to WS-SHOW-NOTE
               else
                   if WS-REPORT = "N" and WS-KEEP-DAYS not = WS-NO-RULE
                       open output CTL-HKW-FILE
                   end-if
                   move "N" to WS-EOF
                   perform PARA-TRIM-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-SEQ-FILE
                   if WS-REPORT = "N" and WS-KEEP-DAYS not = WS-NO-RULE
                       close CTL-HKW-FILE
                       if WS-AFTER < WS-BEFORE or WS-CHANGED = "Y"
                           perform PARA-REWRITE-FILE
                       end-if
                   end-if
               end-if.
               perform PARA-SHOW-FILE.

           PARA-TRIM-RECORD.
               read CTL-SEQ-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       add 1 to WS-BEFORE
                       move "Y" to WS-KEEP
                       if WS-KEEP-DAYS not = WS-NO-RULE
                           perform PARA-DECIDE
                       end-if
                       if WS-KEEP = "Y"
                           add 1 to WS-AFTER
                           if WS-REPORT = "N"
                               and WS-KEEP-DAYS not = WS-NO-RULE
                               move CTL-SEQ-RECORD to CTL-HKW-RECORD
                               write CTL-HKW-RECORD
                           end-if
                       end-if
               end-read.

      *    each family's rule; a record that cannot be dated is kept
           PARA-DECIDE.
               evaluate WS-FAMILY
                   when "MBSTAT"
                       move CTL-SEQ-RECORD to MB-STAT-RECORD
                       if MB-STAT-START-TS(1:8) is numeric
                           and MB-STAT-START-TS(1:8) < WS-CUT-X
                           move "N" to WS-KEEP
                       end-if
                   when "MBEXCP"
                       perform PARA-DECIDE-EXC
                   when "MBRPT"
                       if CTL-SEQ-RECORD(1:8) = "*RUN OF "
                           and CTL-SEQ-RECORD(9:8) is numeric
                           move CTL-SEQ-RECORD(9:8) to WS-RPT-DATE
                       end-if
                       if WS-RPT-DATE not = spaces
                           and WS-RPT-DATE < WS-CUT-X
                           move "N" to WS-KEEP
                       end-if
                   when "MBDTL"
                       perform PARA-DECIDE-DTL
                   when "MBEXPLOG"
                       move CTL-SEQ-RECORD to MB-EXP-RECORD
                       perform PARA-FIND-EXPORT
                       if WS-EXP-HIT > 0
                           and WS-EXP-LATEST(WS-EXP-HIT) < WS-CUT-DATE
                           move "N" to WS-KEEP
                       end-if
                   when "CTLNTF"
                       move CTL-SEQ-RECORD to CTL-NTF-RECORD
                       if CTL-NTF-DONE-TS(1:8) is numeric
                           and CTL-NTF-DONE-TS(1:8) < WS-CUT-X
                           move "N" to WS-KEEP
                       end-if
               end-evaluate.

      *    pending rejects always stay; a worked one goes once it was
      *    settled before the cutoff, and one settled before rejects
      *    were dated is stamped today
           PARA-DECIDE-EXC.
               move CTL-SEQ-RECORD to MB-EXC-RECORD.
               if MB-EXC-DISP = "C" or MB-EXC-DISP = "D"
                   if MB-EXC-DISP-DATE = spaces
                       move WS-TODAY-X to MB-EXC-DISP-DATE
                       move spaces to CTL-SEQ-RECORD
                       move MB-EXC-RECORD to CTL-SEQ-RECORD
                       move "Y" to WS-CHANGED
                   else
                       if MB-EXC-DISP-DATE < WS-CUT-X
                           move "N" to WS-KEEP
                       end-if
                   end-if
               end-if.

      *    a region's header decides for the rows behind it: the
      *    first copy of a sequence whose last export was before the
      *    cutoff goes, header and rows
           PARA-DECIDE-DTL.
               move CTL-SEQ-RECORD to MB-DTL-RECORD.
               if MB-DTL-TYPE = "H"
                   move "N" to WS-DROPPING
                   move "MBDTL.DAT" to MB-EXP-FILENAME
                   move MB-DTL-SEQ to MB-EXP-SEQ
                   perform PARA-FIND-EXPORT
                   if WS-EXP-HIT > 0
                       if WS-EXP-SEEN(WS-EXP-HIT) = "N"
                           move "Y" to WS-EXP-SEEN(WS-EXP-HIT)
                           if WS-EXP-LATEST(WS-EXP-HIT) < WS-CUT-DATE
                               move "Y" to WS-DROPPING
                               move MB-DTL-SEQ to WS-DROP-SEQ
                           end-if
                       end-if
                   end-if
               else
                   if MB-DTL-SEQ not = WS-DROP-SEQ
                       move "N" to WS-DROPPING
                   end-if
               end-if.
               if WS-DROPPING = "Y"
                   move "N" to WS-KEEP
               end-if.

           PARA-REWRITE-FILE.
               open input CTL-HKW-FILE.
               open output CTL-SEQ-FILE.
               move "N" to WS-SUB-EOF.
               perform PARA-COPY-BACK with test after
                   until WS-SUB-EOF = "Y".
               close CTL-HKW-FILE.
               close CTL-SEQ-FILE.
               open output CTL-HKW-FILE.
               close CTL-HKW-FILE.

           PARA-COPY-BACK.
               read CTL-HKW-FILE
                   at end
                       move "Y" to WS-SUB-EOF
                   not at end
                       move CTL-HKW-RECORD to CTL-SEQ-RECORD
                       write CTL-SEQ-RECORD
               end-read.

           PARA-SHOW-FILE.
               move WS-SEQ-FILENAME to WS-SHOW-NAME.
               if WS-KEEP-DAYS = WS-NO-RULE
                   move 0 to WS-SHOW-KEEP
                   move spaces to WS-SHOW-CUT
               else
                   move WS-KEEP-DAYS to WS-SHOW-KEEP
                   move WS-CUT-X to WS-SHOW-CUT
               end-if.
               move WS-BEFORE to WS-SHOW-BEF.
               move WS-AFTER to WS-SHOW-AFT.
               compute WS-GONE = WS-BEFORE - WS-AFTER.
               move WS-GONE to WS-SHOW-GONE.
               display WS-SHOW-LINE.

      *    the date of the first stamped run on the print archive,
      *    for the blocks written before runs were stamped
           PARA-FIND-FIRST-RUN.
               move spaces to WS-RPT-FIRST.
               open input CTL-SEQ-FILE.
               if WS-SEQ-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-FIRST-RUN-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-SEQ-FILE
               end-if.

           PARA-FIRST-RUN-RECORD.
               read CTL-SEQ-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if CTL-SEQ-RECORD(1:8) = "*RUN OF "
                           and CTL-SEQ-RECORD(9:8) is numeric
                           move CTL-SEQ-RECORD(9:8) to WS-RPT-FIRST
                           move "Y" to WS-EOF
                       end-if
               end-read.

      *    the export log, reduced to the latest export of each
      *    file and sequence
           PARA-LOAD-EXPORTS.
               move 0 to WS-EXP-COUNT.
               move "MBEXPLOG.DAT" to WS-SEQ-FILENAME.
               open input CTL-SEQ-FILE.
               if WS-SEQ-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-EXPORT-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-SEQ-FILE
               end-if.

           PARA-EXPORT-RECORD.
               read CTL-SEQ-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       move CTL-SEQ-RECORD to MB-EXP-RECORD
                       if MB-EXP-DATE is numeric
                           perform PARA-TAKE-EXPORT
                       end-if
               end-read.

           PARA-TAKE-EXPORT.
               perform PARA-FIND-EXPORT.
               if WS-EXP-HIT = 0 and WS-EXP-COUNT < 500
                   add 1 to WS-EXP-COUNT
                   move WS-EXP-COUNT to WS-EXP-HIT
                   move MB-EXP-FILENAME to WS-EXP-FILENAME(WS-EXP-HIT)
                   move MB-EXP-SEQ to WS-EXP-SEQ(WS-EXP-HIT)
                   move 0 to WS-EXP-LATEST(WS-EXP-HIT)
                   move "N" to WS-EXP-SEEN(WS-EXP-HIT)
               end-if.
               if WS-EXP-HIT > 0
                   and MB-EXP-DATE > WS-EXP-LATEST(WS-EXP-HIT)
                   move MB-EXP-DATE to WS-EXP-LATEST(WS-EXP-HIT)
               end-if.

           PARA-FIND-EXPORT.
               move 0 to WS-EXP-HIT.
               move 1 to WS-EXP-X.
               perform PARA-FIND-EXPORT-SCAN with test after
                   until WS-EXP-HIT > 0 or WS-EXP-X > WS-EXP-COUNT.

           PARA-FIND-EXPORT-SCAN.
               if WS-EXP-X <= WS-EXP-COUNT
                   and WS-EXP-FILENAME(WS-EXP-X) = MB-EXP-FILENAME
                   and WS-EXP-SEQ(WS-EXP-X) = MB-EXP-SEQ
                   move WS-EXP-X to WS-EXP-HIT
               else
                   add 1 to WS-EXP-X
               end-if.

      *    the players on the roster, or the original two when there
      *    is no roster
           PARA-LOAD-ROSTER.
               move 0 to WS-PLY-COUNT.
               open input CTL-ROSTER-FILE.
               if WS-ROSTER-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-ROSTER-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-ROSTER-FILE
               else
                   move 2 to WS-PLY-COUNT
                   move "1" to WS-PLY-ID(1)
                   move "2" to WS-PLY-ID(2)
               end-if.

           PARA-ROSTER-RECORD.
               read CTL-ROSTER-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       if CTL-ROST-ID not = space and WS-PLY-COUNT < 36
                           add 1 to WS-PLY-COUNT
                           move CTL-ROST-ID to WS-PLY-ID(WS-PLY-COUNT)
                       end-if
               end-read.

           PARA-TRIM-NOTICES.
               if WS-PLY-X <= WS-PLY-COUNT
                   move spaces to WS-SEQ-FILENAME
                   string "CTLNTF" WS-PLY-ID(WS-PLY-X) ".DAT"
                       delimited by size into WS-SEQ-FILENAME
                   end-string
                   move "CTLNTF" to WS-FAMILY
                   move WS-KEEP-NTF to WS-KEEP-DAYS
                   perform PARA-TRIM-FILE
               end-if.
               add 1 to WS-PLY-X.

      *    board library entries past retention that nothing names
           PARA-TRIM-LIBRARY.
               move 0 to WS-BEFORE WS-AFTER WS-LIB-GONE.
               move spaces to WS-SHOW-NOTE.
               move "CTLBLIB.DAT" to WS-SEQ-FILENAME.
               move WS-KEEP-BLIB to WS-KEEP-DAYS.
               if WS-KEEP-DAYS = WS-NO-RULE
                   move "NO RULE - KEPT" to WS-SHOW-NOTE
                   perform PARA-SHOW-FILE
               else
                   perform PARA-SET-CUTOFF
                   perform PARA-LIBRARY-UNDER-LOCK
               end-if.

           PARA-LIBRARY-UNDER-LOCK.
               move "A" to CTL-LOCK-FUNCTION.
               move "CTLAUDIT" to CTL-LOCK-RESOURCE.
               move "CTLHKEEP" to CTL-LOCK-OWNER.
               move spaces to CTL-LOCK-AUDIT-TOKEN.
               move space to CTL-LOCK-PLAYER.
               move 3600 to CTL-LOCK-LEASE.
               move 60 to CTL-LOCK-WAIT.
               call "ctllock" using CTL-LOCK-PARMS.
               if CTL-LOCK-RESULT not = "Y"
                   move "AUDIT TRAIL LOCKED - KEPT" to WS-SHOW-NOTE
                   move 4 to WS-RC
                   perform PARA-SHOW-FILE
               else
                   perform PARA-LOAD-REFERENCES
                   if WS-REF-FULL = "Y"
                       move "TOO MANY BOARDS - KEPT" to WS-SHOW-NOTE
                       move 4 to WS-RC
                       perform PARA-SHOW-FILE
                   else
                       perform PARA-WALK-LIBRARY
                   end-if
                   move "R" to CTL-LOCK-FUNCTION
                   call "ctllock" using CTL-LOCK-PARMS
               end-if.

      *    the installed board, then every board named on the live
      *    trail and on each cataloged archive generation
           PARA-LOAD-REFERENCES.
               move 0 to WS-REF-COUNT.
               move "N" to WS-REF-FULL.
               open input CTL-BOARD-FILE.
               if WS-BOARD-STATUS = "00"
                   read CTL-BOARD-FILE
                   if WS-BOARD-STATUS = "00"
                       move CTL-BRD-ID to WS-ACTIVE-ID
                   end-if
                   close CTL-BOARD-FILE
               end-if.
               move "CTLAUDIT.DAT" to WS-AUD-FILENAME.
               perform PARA-SCAN-TRAIL.
               move 0 to WS-GENS.
               open input CTL-ARCAT-FILE.
               if WS-ARCAT-STATUS = "00"
                   move "N" to WS-EOF
                   perform PARA-ARCAT-RECORD with test after
                       until WS-EOF = "Y"
                   close CTL-ARCAT-FILE
               end-if.

           PARA-ARCAT-RECORD.
               read CTL-ARCAT-FILE
                   at end
                       move "Y" to WS-EOF
                   not at end
                       add 1 to WS-GENS
                       move CTL-ARCAT-FILENAME to WS-AUD-FILENAME
                       perform PARA-SCAN-TRAIL
               end-read.

      *    a generation on the catalog that is no longer on hand
      *    names nothing any more
           PARA-SCAN-TRAIL.
               open input CTL-AUDIT-FILE.
               if WS-AUDIT-STATUS = "00"
                   move "N" to WS-SUB-EOF
                   perform PARA-TRAIL-RECORD with test after
                       until WS-SUB-EOF = "Y"
                   close CTL-AUDIT-FILE
               else
                   if WS-AUD-FILENAME not = "CTLAUDIT.DAT"
                       display "NOTE: ARCHIVE " WS-AUD-FILENAME
                           " NOT ON HAND."
                   end-if
               end-if.

      *    archive trailer data never starts with a digit
           PARA-TRAIL-RECORD.
               read CTL-AUDIT-FILE
                   at end
                       move "Y" to WS-SUB-EOF
                   not at end
                       if CTL-AUD-TIMESTAMP(1:1) >= "0"
                           and CTL-AUD-TIMESTAMP(1:1) <= "9"
                           and CTL-AUD-BOARD-ID not = spaces
                           perform PARA-TAKE-REFERENCE
                       end-if
               end-read.

           PARA-TAKE-REFERENCE.
               move CTL-AUD-BOARD-ID to WS-FIND-ID.
               perform PARA-FIND-REFERENCE.
               if WS-REF-HIT = 0
                   if WS-REF-COUNT < 500
                       add 1 to WS-REF-COUNT
                       move WS-FIND-ID to WS-REF-ID(WS-REF-COUNT)
                   else
                       move "Y" to WS-REF-FULL
                   end-if
               end-if.

           PARA-FIND-REFERENCE.
               move 0 to WS-REF-HIT.
               move 1 to WS-REF-X.
               perform PARA-FIND-REF-SCAN with test after
                   until WS-REF-HIT > 0 or WS-REF-X > WS-REF-COUNT.

           PARA-FIND-REF-SCAN.
               if WS-REF-X <= WS-REF-COUNT
                   and WS-REF-ID(WS-REF-X) = WS-FIND-ID
                   move WS-REF-X to WS-REF-HIT
               else
                   add 1 to WS-REF-X
               end-if.

      *    every record of the library in key order; a header decides
      *    for the rows of its entry behind it
           PARA-WALK-LIBRARY.
               if WS-REPORT = "Y"
                   open input CTL-BLIB-FILE
               else
                   open i-o CTL-BLIB-FILE
               end-if.
               if WS-BLIB-STATUS not = "00"
                   move "NOT ON FILE" to WS-SHOW-NOTE
               else
                   move "N" to WS-EOF
                   move "N" to WS-LIB-DROP
                   move low-values to CTL-BLIB-KEY
                   start CTL-BLIB-FILE key is not less than
                       CTL-BLIB-KEY
                       invalid key
                           move "Y" to WS-EOF
                   end-start
                   if WS-EOF = "N"
                       perform PARA-LIBRARY-RECORD with test after
                           until WS-EOF = "Y"
                   end-if
                   close CTL-BLIB-FILE
                   if WS-LIB-GONE > 0
                       move WS-LIB-GONE to WS-ED-GONE
                       move spaces to WS-SHOW-NOTE
                       string WS-ED-GONE " BOARDS"
                           delimited by size into WS-SHOW-NOTE
                       end-string
                   end-if
               end-if.
               perform PARA-SHOW-FILE.

           PARA-LIBRARY-RECORD.
               read CTL-BLIB-FILE next record
                   at end
                       move "Y" to WS-EOF
                   not at end
                       add 1 to WS-BEFORE
                       if CTL-BLIB-ROWNO = 0
                           perform PARA-DECIDE-ENTRY
                       end-if
                       if WS-LIB-DROP = "Y"
                           if WS-REPORT = "N"
                               delete CTL-BLIB-FILE record
                           end-if
                       else
                           add 1 to WS-AFTER
                       end-if
               end-read.

           PARA-DECIDE-ENTRY.
               move "N" to WS-LIB-DROP.
               if CTL-BLIB-CREATED is numeric
                   and CTL-BLIB-CREATED < WS-CUT-DATE
                   and CTL-BLIB-NAME not = WS-ACTIVE-ID
                   move CTL-BLIB-NAME to WS-FIND-ID
                   perform PARA-FIND-REFERENCE
                   if WS-REF-HIT = 0
                       move "Y" to WS-LIB-DROP
                       add 1 to WS-LIB-GONE
                       display "    BOARD " CTL-BLIB-NAME
                           " CATALOGED " CTL-BLIB-CREATED
                           " - NAMED BY NO AUDIT RECORD"
                   end-if
               end-if.
