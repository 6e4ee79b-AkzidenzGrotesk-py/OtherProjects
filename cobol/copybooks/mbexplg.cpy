      *    image export log (MBEXPLOG.DAT) - one record appended by
      *    MBIMAGE for every region it exports: the detail file it
      *    was read from, the region sequence and the day of the
      *    export. a region re-exported is logged again. CTLHKEEP
      *    reads it to age exported regions off MBDTL.DAT and trims
      *    the log itself to the same rule.
           01  MB-EXP-RECORD.
               05 MB-EXP-FILENAME pic X(12).
               05 MB-EXP-SEQ      pic 9(4).
               05 MB-EXP-DATE     pic 9(8).
