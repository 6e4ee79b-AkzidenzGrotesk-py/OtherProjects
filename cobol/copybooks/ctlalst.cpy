      *    audit trail chain control record (CTLAUDIT.LST) - the
      *    sequence number and check value of the last record
      *    appended to CTLAUDIT.DAT. every writer rewrites it behind
      *    its append while the audit trail's lock is still held, so
      *    the next writer picks the numbering and chain up from
      *    here instead of reading the whole trail under the lock.
      *    a writer that finds it missing or unreadable reads the
      *    trail through once instead. a CTLARCH cut leaves it as it
      *    stands: the records kept on the live trail keep their
      *    numbers, and once the whole trail has gone to an archive
      *    generation the numbering carries on where it left off.
           01  CTL-ALST-RECORD.
               05 CTL-ALST-SEQ   pic 9(9).
               05 CTL-ALST-CHECK pic 9(9).
