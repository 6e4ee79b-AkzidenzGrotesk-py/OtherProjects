      *    shared-file lock interface - the parameters passed to
      *    CTLLOCK by every program that rewrites or appends to a
      *    file other sessions write too. CTL-LOCK-RESOURCE names
      *    the file guarded: "CTLAUDIT" (the keystroke audit trail),
      *    "CTLOBJ" (the objectives file) or "CTLRRQ" (the render
      *    request queue); the lock itself is the file
      *    <resource>.LCK. a program never holds more than one lock
      *    at a time except in that order (CTLAUDIT, then CTLOBJ,
      *    then CTLRRQ).
      *    CTL-LOCK-FUNCTION "A" acquires: fill in the resource, the
      *    owning program, the player the session runs for (blank
      *    for batch), the lease in seconds (how long the holder
      *    may keep it before another session may treat it as left
      *    behind by a crash) and the most seconds to wait for it.
      *    CTL-LOCK-RESULT comes back "Y" with CTL-LOCK-TOKEN set,
      *    or "N" when the lock stayed held the whole wait.
      *    CTL-LOCK-FUNCTION "R" releases the lock the token names;
      *    a lock already cleared as stale is left alone.
      *    a lock found past its lease is cleared and a "K" record
      *    goes to the audit trail naming the lock and the player
      *    whose session left it, under the audit trail's lock.
      *    CTL-LOCK-AUDIT-TOKEN is the token of the audit trail's
      *    lock when the caller already holds it while it asks for
      *    a later lock, blank otherwise: the "K" record is then
      *    written under the caller's hold, where taking the audit
      *    trail's lock again would only wait on the caller itself.
           01  CTL-LOCK-PARMS.
               05 CTL-LOCK-FUNCTION pic X.
               05 CTL-LOCK-RESOURCE pic X(8).
               05 CTL-LOCK-OWNER    pic X(8).
               05 CTL-LOCK-PLAYER   pic X.
               05 CTL-LOCK-LEASE    pic 9(5).
               05 CTL-LOCK-WAIT     pic 999.
               05 CTL-LOCK-TOKEN    pic X(26).
               05 CTL-LOCK-RESULT   pic X.
               05 CTL-LOCK-AUDIT-TOKEN pic X(26).
