      *    named by the roster id) - MANDELBROT appends one record
      *    per drained request telling the player who filed it how
      *    it came out: CTL-NTF-DISP "C" completed and published,
      *    "X" rejected with the edit-check reason, "H" rendered and
      *    cataloged in the board library but held off the board
      *    because it failed the playability check (reason
      *    "PLAYCHK", problems on CTLBEXC.DAT) - or held and not
      *    cataloged either, because the library already holds an
      *    entry of the generated name (reason "DUPNAME") - and "D"
      *    deferred: left on the queue for the next run because it
      *    would take the player past the daily render quota
      *    (reason "QUOTA") or the run past its compute budget
      *    ("BUDGET"), the limits kept on MBLIMIT.DAT. CONTROLLER
      *    shows the notices at the top of the player's next board
      *    draw and clears the file, so each notice is seen once.
           01  CTL-NTF-RECORD.
               05 CTL-NTF-DISP     pic X.
               05 CTL-NTF-FILED-TS pic X(26).
