
       id division.
       program-id. ctlbatch.

      *    nightly batch driver: runs the night's steps (rendering,
      *    audit verification, reconciliation, archiving and the
      *    reports) in the order the step control file CTLBSTEP.DAT
      *    lists them, and appends a run-control record per step to
      *    CTLBRUN.DAT with when it started and ended, the condition
      *    code it ended with and whether it passed. a step whose
      *    dependencies did not pass is skipped rather than run -
      *    CTLARCH must never cut a trail CTLAUDCK could not verify.
      *    every run starts new from the top unless the operator
      *    asks otherwise: "RESTART" on the command line picks up
      *    the last run when it did not finish cleanly - steps that
      *    already passed are bypassed and the run resumes at the
      *    step that failed. a night left unfinished is never
      *    resumed by the next scheduled run on its own, and a
      *    RESTART that finds no unfinished run (the last one
      *    finished cleanly, or there is none on file) runs nothing
      *    and ends with condition code 4 - it never turns into a
      *    second full night.
      *    ends with condition code 0 when every step passed and 8
      *    when any failed or was skipped.

       environment division.
           input-output section.
           file-control.
               select CTL-STEP-FILE assign to "CTLBSTEP.DAT"
                   organization is line sequential
                   file status is WS-STEP-STATUS.
               select CTL-RUN-FILE assign to "CTLBRUN.DAT"
                   organization is line sequential
                   file status is WS-RUN-STATUS.

       data division.
           file section.
           FD  CTL-STEP-FILE.
           copy "ctlbstp".

           FD  CTL-RUN-FILE.
           copy "ctlbrun".

           working-storage section.
           01 WS-STEP-STATUS pic XX value "00".
           01 WS-RUN-STATUS  pic XX value "00".
           01 WS-STEP-EOF    pic X  value "N".
           01 WS-RUN-EOF     pic X  value "N".

      *    "RESTART" on the command line picks up the last run
           01 WS-OPTION pic X(8) value spaces.

      *    the night's steps as the control file lists them, with
      *    what became of each this run: " " not yet reached, or
      *    the run-control result letter. WS-STEP-PRIOR is "Y" for
      *    a step that passed on an earlier attempt of the run
      *    being picked up.
           01 WS-STEP-COUNT pic 99 value 0.
           01 WS-STEP-X     pic 99 value 1.
           01 WS-STEP-TABLE.
               05 WS-STEP occurs 20 times.
                   10 WS-STEP-NAME    pic X(8).
                   10 WS-STEP-MAX-RC  pic 99.
                   10 WS-STEP-DEP-NAME pic X(8) occurs 4 times.
                   10 WS-STEP-COMMAND pic X(80).
                   10 WS-STEP-RESULT  pic X.
                   10 WS-STEP-PRIOR   pic X.

      *    dependency and name lookups
           01 WS-DEP-X      pic 9 value 1.
           01 WS-DEPS-OK    pic X value "Y".
           01 WS-DEP-FAILED pic X(8) value spaces.
           01 WS-FIND-NAME  pic X(8) value spaces.
           01 WS-FIND-X     pic 99 value 0.
           01 WS-SCAN-X     pic 99 value 1.

      *    the run being made: a new run id, or the id of the
      *    unfinished run being picked up with its attempt counted on
           01 WS-RUN-ID       pic X(14) value spaces.
           01 WS-ATTEMPT      pic 99 value 0.
           01 WS-LAST-RUN-ID  pic X(14) value spaces.
           01 WS-LAST-ATTEMPT pic 99 value 0.
           01 WS-RESTART      pic X value "N".

      *    the step being run
           01 WS-STEP-RC    pic 999 value 0.
           01 WS-SYS-RC     pic S9(9) value 0.
           01 WS-START-TS   pic X(26) value spaces.
           01 WS-END-TS     pic X(26) value spaces.

      *    run totals for the closing summary and condition code
           01 WS-PASSED   pic 99 value 0.
           01 WS-FAILED   pic 99 value 0.
           01 WS-SKIPPED  pic 99 value 0.
           01 WS-BYPASSED pic 99 value 0.
           01 WS-ED-CNT   pic z9.
           01 WS-ED-RC    pic zz9.

       procedure division.
           PARA-ENTRY.
               accept WS-OPTION from command-line.
               move function upper-case(WS-OPTION) to WS-OPTION.
               perform PARA-LOAD-STEPS.
               if WS-STEP-COUNT = 0
                   display "NO STEPS ON THE STEP CONTROL FILE"
                       " (CTLBSTEP.DAT)."
                   move 8 to return-code
                   stop run
               end-if.
               perform PARA-FIND-LAST-RUN.
               perform PARA-FIND-UNFINISHED.
               if WS-OPTION = "RESTART" and WS-RESTART = "N"
                   display "NO UNFINISHED RUN TO PICK UP - NOTHING"
                       " RUN."
                   move 4 to return-code
                   go to PARA-EXIT
               end-if.
               perform PARA-START-RUN.
               open extend CTL-RUN-FILE.
               if WS-RUN-STATUS not = "00"
                   open output CTL-RUN-FILE
               end-if.
               move 1 to WS-STEP-X.
               perform PARA-RUN-STEP with test after
                   until WS-STEP-X > WS-STEP-COUNT.
               close CTL-RUN-FILE.
               perform PARA-SUMMARY.
               go to PARA-EXIT.

           PARA-EXIT.
               stop run.

      *    the step list; steps past the table's capacity are
      *    reported and left off rather than run out of order
           PARA-LOAD-STEPS.
               open input CTL-STEP-FILE.
               if WS-STEP-STATUS = "00"
                   perform PARA-LOAD-STEP-RECORD with test after
                       until WS-STEP-EOF = "Y"
                   close CTL-STEP-FILE
               end-if.

           PARA-LOAD-STEP-RECORD.
               read CTL-STEP-FILE
                   at end
                       move "Y" to WS-STEP-EOF
                   not at end
                       if CTL-BSTP-NAME not = spaces
                           perform PARA-ADD-STEP
                       end-if
               end-read.

           PARA-ADD-STEP.
               if WS-STEP-COUNT < 20
                   add 1 to WS-STEP-COUNT
                   move CTL-BSTP-NAME to WS-STEP-NAME(WS-STEP-COUNT)
                   if CTL-BSTP-MAX-RC is numeric
                       move CTL-BSTP-MAX-RC
                           to WS-STEP-MAX-RC(WS-STEP-COUNT)
                   else
                       move 0 to WS-STEP-MAX-RC(WS-STEP-COUNT)
                   end-if
                   move CTL-BSTP-DEP-NAME(1)
                       to WS-STEP-DEP-NAME(WS-STEP-COUNT 1)
                   move CTL-BSTP-DEP-NAME(2)
                       to WS-STEP-DEP-NAME(WS-STEP-COUNT 2)
                   move CTL-BSTP-DEP-NAME(3)
                       to WS-STEP-DEP-NAME(WS-STEP-COUNT 3)
                   move CTL-BSTP-DEP-NAME(4)
                       to WS-STEP-DEP-NAME(WS-STEP-COUNT 4)
                   move CTL-BSTP-COMMAND
                       to WS-STEP-COMMAND(WS-STEP-COUNT)
                   move space to WS-STEP-RESULT(WS-STEP-COUNT)
                   move "N" to WS-STEP-PRIOR(WS-STEP-COUNT)
               else
                   display "STEP " CTL-BSTP-NAME
                       " IS PAST THE 20-STEP LIMIT - NOT RUN."
               end-if.

      *    reads the run-control history down to its last run,
      *    noting which steps passed in that run on any attempt
           PARA-FIND-LAST-RUN.
               open input CTL-RUN-FILE.
               if WS-RUN-STATUS = "00"
                   perform PARA-READ-RUN-RECORD with test after
                       until WS-RUN-EOF = "Y"
                   close CTL-RUN-FILE
               end-if.

           PARA-READ-RUN-RECORD.
               read CTL-RUN-FILE
                   at end
                       move "Y" to WS-RUN-EOF
                   not at end
                       perform PARA-NOTE-RUN-RECORD
               end-read.

           PARA-NOTE-RUN-RECORD.
               if CTL-BRUN-RUN-ID not = WS-LAST-RUN-ID
                   move CTL-BRUN-RUN-ID to WS-LAST-RUN-ID
                   move 1 to WS-SCAN-X
                   perform PARA-CLEAR-PRIOR with test after
                       until WS-SCAN-X > WS-STEP-COUNT
               end-if.
               if CTL-BRUN-ATTEMPT is numeric
                   move CTL-BRUN-ATTEMPT to WS-LAST-ATTEMPT
               end-if.
               if CTL-BRUN-RESULT = "P" or CTL-BRUN-RESULT = "B"
                   move CTL-BRUN-STEP to WS-FIND-NAME
                   perform PARA-FIND-STEP
                   if WS-FIND-X > 0
                       move "Y" to WS-STEP-PRIOR(WS-FIND-X)
                   end-if
               end-if.

           PARA-CLEAR-PRIOR.
               if WS-SCAN-X <= WS-STEP-COUNT
                   move "N" to WS-STEP-PRIOR(WS-SCAN-X)
               end-if.
               add 1 to WS-SCAN-X.

      *    on "RESTART" the last run is picked up when some step on
      *    today's list did not pass in it; without it a new run
      *    starts and nothing is bypassed
           PARA-FIND-UNFINISHED.
               move "N" to WS-RESTART.
               if WS-OPTION = "RESTART"
                   and WS-LAST-RUN-ID not = spaces
                   move 1 to WS-SCAN-X
                   perform PARA-CHECK-PRIOR with test after
                       until WS-SCAN-X > WS-STEP-COUNT
               end-if.

           PARA-START-RUN.
               if WS-RESTART = "Y"
                   move WS-LAST-RUN-ID to WS-RUN-ID
                   compute WS-ATTEMPT = WS-LAST-ATTEMPT + 1
                   move WS-ATTEMPT to WS-ED-CNT
                   display "PICKING UP RUN " WS-RUN-ID
                       " - ATTEMPT" WS-ED-CNT
               else
                   move function current-date(1:14) to WS-RUN-ID
                   move 1 to WS-ATTEMPT
                   move 1 to WS-SCAN-X
                   perform PARA-CLEAR-PRIOR with test after
                       until WS-SCAN-X > WS-STEP-COUNT
                   display "STARTING RUN " WS-RUN-ID
               end-if.

           PARA-CHECK-PRIOR.
               if WS-SCAN-X <= WS-STEP-COUNT
                   and WS-STEP-PRIOR(WS-SCAN-X) not = "Y"
                   move "Y" to WS-RESTART
               end-if.
               add 1 to WS-SCAN-X.

      *    one step: bypassed if it passed on an earlier attempt,
      *    skipped if a step it depends on has not passed, run
      *    otherwise; every outcome gets its run-control record
           PARA-RUN-STEP.
               if WS-STEP-X <= WS-STEP-COUNT
                   move function current-date to WS-START-TS
                   move 0 to WS-STEP-RC
                   if WS-STEP-PRIOR(WS-STEP-X) = "Y"
                       move "B" to WS-STEP-RESULT(WS-STEP-X)
                       add 1 to WS-BYPASSED
                       display "STEP " WS-STEP-NAME(WS-STEP-X)
                           " PASSED ON AN EARLIER ATTEMPT - BYPASSED."
                   else
                       perform PARA-CHECK-DEPS
                       if WS-DEPS-OK = "Y"
                           perform PARA-EXECUTE-STEP
                       else
                           move "S" to WS-STEP-RESULT(WS-STEP-X)
                           add 1 to WS-SKIPPED
                           display "STEP " WS-STEP-NAME(WS-STEP-X)
                               " SKIPPED - " WS-DEP-FAILED
                               " DID NOT PASS."
                       end-if
                   end-if
                   move function current-date to WS-END-TS
                   perform PARA-WRITE-RUN-RECORD
               end-if.
               add 1 to WS-STEP-X.

           PARA-CHECK-DEPS.
               move "Y" to WS-DEPS-OK.
               move spaces to WS-DEP-FAILED.
               move 1 to WS-DEP-X.
               perform PARA-CHECK-DEP with test after
                   until WS-DEP-X > 4 or WS-DEPS-OK = "N".

      *    a dependency passes only as a step already reached this
      *    run that passed or was bypassed; a name that is not on
      *    the step list can never pass
           PARA-CHECK-DEP.
               if WS-STEP-DEP-NAME(WS-STEP-X WS-DEP-X) not = spaces
                   move WS-STEP-DEP-NAME(WS-STEP-X WS-DEP-X)
                       to WS-FIND-NAME
                   perform PARA-FIND-STEP
                   if WS-FIND-X = 0
                       move "N" to WS-DEPS-OK
                   else
                       if WS-STEP-RESULT(WS-FIND-X) not = "P"
                           and WS-STEP-RESULT(WS-FIND-X) not = "B"
                           move "N" to WS-DEPS-OK
                       end-if
                   end-if
                   if WS-DEPS-OK = "N"
                       move WS-FIND-NAME to WS-DEP-FAILED
                   end-if
               end-if.
               add 1 to WS-DEP-X.

           PARA-EXECUTE-STEP.
               display "STEP " WS-STEP-NAME(WS-STEP-X) " STARTED "
                   WS-START-TS(1:14).
               call "SYSTEM" using WS-STEP-COMMAND(WS-STEP-X).
               move return-code to WS-SYS-RC.
      *        where the shell hands back a wait status rather than
      *        the exit code, the condition code is its high byte
               if WS-SYS-RC > 255
                   divide WS-SYS-RC by 256 giving WS-SYS-RC
               end-if.
               if WS-SYS-RC > 999
                   move 999 to WS-STEP-RC
               else
                   move WS-SYS-RC to WS-STEP-RC
               end-if.
               move WS-STEP-RC to WS-ED-RC.
               if WS-STEP-RC <= WS-STEP-MAX-RC(WS-STEP-X)
                   move "P" to WS-STEP-RESULT(WS-STEP-X)
                   add 1 to WS-PASSED
                   display "STEP " WS-STEP-NAME(WS-STEP-X)
                       " PASSED - CONDITION CODE" WS-ED-RC
               else
                   move "F" to WS-STEP-RESULT(WS-STEP-X)
                   add 1 to WS-FAILED
                   display "STEP " WS-STEP-NAME(WS-STEP-X)
                       " FAILED - CONDITION CODE" WS-ED-RC
               end-if.

           PARA-WRITE-RUN-RECORD.
               move spaces to CTL-BRUN-RECORD.
               move WS-RUN-ID to CTL-BRUN-RUN-ID.
               move WS-ATTEMPT to CTL-BRUN-ATTEMPT.
               move WS-STEP-NAME(WS-STEP-X) to CTL-BRUN-STEP.
               move WS-STEP-RESULT(WS-STEP-X) to CTL-BRUN-RESULT.
               move WS-STEP-RC to CTL-BRUN-RC.
               move WS-START-TS to CTL-BRUN-START-TS.
               move WS-END-TS to CTL-BRUN-END-TS.
               write CTL-BRUN-RECORD.

      *    step table lookup by name; WS-FIND-X is zero when the
      *    name is not on the list
           PARA-FIND-STEP.
               move 0 to WS-FIND-X.
               move 1 to WS-SCAN-X.
               perform PARA-FIND-SCAN with test after
                   until WS-FIND-X > 0 or WS-SCAN-X > WS-STEP-COUNT.

           PARA-FIND-SCAN.
               if WS-SCAN-X <= WS-STEP-COUNT
                   and WS-STEP-NAME(WS-SCAN-X) = WS-FIND-NAME
                   move WS-SCAN-X to WS-FIND-X
               end-if.
               add 1 to WS-SCAN-X.

           PARA-SUMMARY.
               display " ".
               move WS-PASSED to WS-ED-CNT.
               display "STEPS PASSED   " WS-ED-CNT.
               move WS-BYPASSED to WS-ED-CNT.
               display "STEPS BYPASSED " WS-ED-CNT.
               move WS-FAILED to WS-ED-CNT.
               display "STEPS FAILED   " WS-ED-CNT.
               move WS-SKIPPED to WS-ED-CNT.
               display "STEPS SKIPPED  " WS-ED-CNT.
               if WS-FAILED = 0 and WS-SKIPPED = 0
                   display "RUN " WS-RUN-ID " COMPLETE."
                   move 0 to return-code
               else
                   display "RUN " WS-RUN-ID " INCOMPLETE - RUN"
                       " CTLBATCH RESTART TO PICK UP AT THE FAILED"
                       " STEP."
                   move 8 to return-code
               end-if.
