      *    fragments. a cut that moves nothing creates no
      *    generation. CTLREPORT and CTLPLAY accept an archive
      *    generation in place of the live trail, so sessions stay
      *    reachable after the cut. every generation cut is entered
      *    on the archive catalog CTLARCAT.DAT.
      *    the cutoff is prompted for, or taken from the command
      *    line for an unattended run: either the date itself
      *    (YYYYMMDD) or a number of days to keep on the live trail,
      *    counted back from today. a run that archives nothing ends
      *    with condition code 0 like a real cut; a run that cannot
      *    cut at all ends with 8 (4 when there is no trail).
      *    the trail is split and rewritten under the audit trail's
      *    lock, so no board session or supervisor action appends
      *    a record the rewrite would lose; when the lock cannot be
      *    had the trail is left uncut and the run ends with 8.

       environment division.
           input-output section.
               select CTL-WORK-FILE assign to "CTLARCHW.DAT"
                   organization is line sequential
                   file status is WS-WORK-STATUS.
               select CTL-ARCAT-FILE assign to "CTLARCAT.DAT"
                   organization is line sequential
                   file status is WS-ARCAT-STATUS.

       data division.
           file section.
           FD  CTL-WORK-FILE.
           01  CTL-WRK-RECORD pic X(200).

           FD  CTL-ARCAT-FILE.
           copy "ctlarcat".

           working-storage section.
           01 WS-AUDIT-STATUS pic XX value "00".
           01 WS-ARCH-STATUS  pic XX value "00".
           01 WS-WORK-STATUS  pic XX value "00".
           01 WS-ARCAT-STATUS pic XX value "00".
           01 WS-AUDIT-EOF    pic X  value "N".
           01 WS-WORK-EOF     pic X  value "N".

      *    the archive generation named from it
           01 WS-CUT-DATE   pic 9(8) value 0.
           01 WS-CUT-DATE-X pic X(8) value spaces.
      *    the command-line form of the cutoff: a date, or a number
      *    of days to keep when it is too small to be a date
           01 WS-CUT-ARG    pic X(8) value spaces.
           01 WS-CUT-NUM    pic 9(8) value 0.
           01 WS-ARCH-FILENAME pic X(12) value spaces.

      *    trailer control lines built while the trail is split.
           01 WS-ED-KEEP pic zzzzzz9.
           01 WS-ED-PLY  pic zzzzzz9.

      *    the audit trail's lock, held for the whole cut; its lease
      *    allows for the largest trail the shop keeps
           copy "ctllockp".
           01 WS-EXIT-RC pic 9(4) value 0.

       procedure division.
           PARA-ENTRY.
               accept WS-CUT-ARG from command-line.
               if WS-CUT-ARG = spaces
                   display "ARCHIVE RECORDS DATED BEFORE (YYYYMMDD)? "
                       with no advancing
                   accept WS-CUT-DATE
               else
                   perform PARA-CUT-FROM-ARG
               end-if.
               if WS-CUT-DATE = 0
                   display "NO CUTOFF DATE GIVEN."
                   move 8 to return-code
                   stop run
               end-if.
               move WS-CUT-DATE to WS-CUT-DATE-X.
                   close CTL-ARCH-FILE
                   display "ARCHIVE GENERATION " WS-ARCH-FILENAME
                       " ALREADY EXISTS."
                   move 8 to return-code
                   stop run
               end-if.
               move "A" to CTL-LOCK-FUNCTION.
               move "CTLAUDIT" to CTL-LOCK-RESOURCE.
               move "CTLARCH" to CTL-LOCK-OWNER.
               move spaces to CTL-LOCK-AUDIT-TOKEN.
               move space to CTL-LOCK-PLAYER.
               move 3600 to CTL-LOCK-LEASE.
               move 60 to CTL-LOCK-WAIT.
               call "ctllock" using CTL-LOCK-PARMS.
               if CTL-LOCK-RESULT not = "Y"
                   display "AUDIT TRAIL LOCKED BY ANOTHER SESSION -"
                       " NOT CUT."
                   move 8 to return-code
                   stop run
               end-if.
               open input CTL-AUDIT-FILE.
               if WS-AUDIT-STATUS not = "00"
                   display "NO AUDIT TRAIL FOUND (CTLAUDIT.DAT)."
                   move 4 to return-code
                   go to PARA-EXIT
               end-if.
               open output CTL-WORK-FILE.
               perform PARA-SPLIT-RECORD with test after
               if WS-TRL-COUNT > 0
                   perform PARA-WRITE-TRAILER
                   close CTL-ARCH-FILE
                   perform PARA-CATALOG-GENERATION
                   perform PARA-REWRITE-TRAIL
               end-if.
               perform PARA-SUMMARY.
               go to PARA-EXIT.

      *    the release call leaves its own return code behind, so the
      *    run's condition code is held across it
           PARA-EXIT.
               move return-code to WS-EXIT-RC.
               move "R" to CTL-LOCK-FUNCTION.
               call "ctllock" using CTL-LOCK-PARMS.
               move WS-EXIT-RC to return-code.
               stop run.

      *    a date on the command line is taken as given; a small
      *    number is the days to keep, so the cutoff is that many
      *    days before today
           PARA-CUT-FROM-ARG.
               if function trim(WS-CUT-ARG) is not numeric
                   move 0 to WS-CUT-DATE
               else
                   move function numval(WS-CUT-ARG) to WS-CUT-NUM
                   if WS-CUT-NUM > 19000000
                       move WS-CUT-NUM to WS-CUT-DATE
                   else
                       compute WS-CUT-DATE = function date-of-integer(
                           function integer-of-date(function numval(
                           function current-date(1:8))) - WS-CUT-NUM)
                   end-if
               end-if.

           PARA-SPLIT-RECORD.
               read CTL-AUDIT-FILE
                   at end
               end-if.
               add 1 to WS-PLY-X.

           PARA-CATALOG-GENERATION.
               open extend CTL-ARCAT-FILE.
               if WS-ARCAT-STATUS not = "00"
                   open output CTL-ARCAT-FILE
               end-if.
               move WS-ARCH-FILENAME to CTL-ARCAT-FILENAME.
               move WS-CUT-DATE to CTL-ARCAT-CUT-DATE.
               move WS-TRL-COUNT to CTL-ARCAT-COUNT.
               write CTL-ARCAT-RECORD.
               close CTL-ARCAT-FILE.

      *    the live trail is rewritten from the work file only after
      *    the archive generation and its trailer are safely closed,
      *    so a failed run never costs the trail
