      *    shift schedule file (CTLSHIFT.DAT) - one record per
      *    roster player, kept by CTLADMIN. CTL-SHIFT-DAYS holds a
      *    "Y" for each day of the week the player works, Monday
      *    first; the shift starts at CTL-SHIFT-START (hhmm) on a
      *    working day and ends at CTL-SHIFT-END (hhmm), on the
      *    next day when the end is not after the start, so a
      *    night shift belongs to the day it started. CONTROLLER
      *    refuses a session outside the window ("N" on the audit
      *    trail), warns the first keystroke after the end ("E")
      *    and checkpoints and closes the session once
      *    CTL-SHIFT-GRACE minutes past it ("O"). while no schedule
      *    file exists nobody is held to a shift; once one does, a
      *    player without a record has no window at all.
           01  CTL-SHIFT-RECORD.
               05 CTL-SHIFT-ID    pic X.
               05 filler          pic X.
               05 CTL-SHIFT-DAYS  pic X(7).
               05 filler          pic X.
               05 CTL-SHIFT-START pic 9(4).
               05 filler          pic X.
               05 CTL-SHIFT-END   pic 9(4).
               05 filler          pic X.
               05 CTL-SHIFT-GRACE pic 999.
