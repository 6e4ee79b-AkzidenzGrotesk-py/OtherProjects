      *        "L" = session locked out after too many invalid entries
      *        "U" = supervisor cleared the lockout flag (CTLADMIN)
      *        "R" = supervisor relocated the player (CTLADMIN)
      *        "C" = objective picked up (CONTROLLER)
      *        "K" = a shared-file lock left behind by a crashed
      *              session was cleared (CTLLOCK); CTL-AUD-ACTOR
      *              names the lock, CTL-AUD-PLAYER the player
      *              whose session held it (blank for batch)
      *        "N" = session refused outside the player's shift
      *              (CONTROLLER); no session was opened
      *        "E" = first keystroke past the end of the player's
      *              shift - the session was warned (CONTROLLER)
      *        "O" = session checkpointed and closed once the grace
      *              period past the end of the shift ran out
      *              (CONTROLLER)
      *              the shift markers carry the shift window in
      *              CTL-AUD-ACTOR, start and end as hhmmhhmm, or
      *              "NOSHIFT" when the schedule had none
      *    CTL-AUD-BOARD-ID and the grid dimensions record the board
      *    library entry and board size in effect when the keystroke
      *    happened, so replay and reconciliation can reconstruct
      *    modulo 1000000000 per byte. every writer must compute it
      *    the same way CTLAUDCK verifies it. records from before
      *    these fields existed read blank; an edit, a truncation or
      *    a gap breaks the chain and CTLAUDCK reports it. the last
      *    record's sequence number and check are kept on the chain
      *    control record (ctlalst copybook) for the next writer.
           01  CTL-AUDIT-RECORD.
               05 CTL-AUD-TIMESTAMP pic X(26).
               05 CTL-AUD-PLAYER    pic X.
