      *    nightly batch run-control file (CTLBRUN.DAT) - CTLBATCH
      *    appends one record per step per attempt, so the file is
      *    the history of every night. CTL-BRUN-RUN-ID is the
      *    date and time the run first started; a RESTART run that picks
      *    up a failed run keeps its run id and counts up
      *    CTL-BRUN-ATTEMPT. CTL-BRUN-RESULT is "P" passed (ended
      *    within the step's condition code), "F" failed, "S"
      *    skipped because a step it depends on did not pass, or
      *    "B" bypassed because it passed on an earlier attempt of
      *    the same run. CTL-BRUN-RC is the condition code the step
      *    ended with (zero for a step that was not started).
           01  CTL-BRUN-RECORD.
               05 CTL-BRUN-RUN-ID   pic X(14).
               05 filler            pic X.
               05 CTL-BRUN-ATTEMPT  pic 99.
               05 filler            pic X.
               05 CTL-BRUN-STEP     pic X(8).
               05 filler            pic X.
               05 CTL-BRUN-RESULT   pic X.
               05 filler            pic X.
               05 CTL-BRUN-RC       pic 999.
               05 filler            pic X.
               05 CTL-BRUN-START-TS pic X(26).
               05 filler            pic X.
               05 CTL-BRUN-END-TS   pic X(26).
