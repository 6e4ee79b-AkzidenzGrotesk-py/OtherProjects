      *    retention policy file (CTLRETN.DAT) - one record per file
      *    family CTLHKEEP trims, giving how many days back from
      *    today its records are kept. a family with no record is
      *    never trimmed. the families and what the days are
      *    counted from:
      *        MBSTAT   MBSTAT.DAT run statistics, by start stamp
      *        MBEXCP   worked ("C"/"D") rejects on MBEXCP.DAT, by
      *                 the day they were settled; pending rejects
      *                 are always kept
      *        MBRPT    MBRPT.DAT print archive, by the run stamp
      *                 line each run's blocks sit under
      *        MBDTL    MBDTL.DAT detail regions, by the day MBIMAGE
      *                 last exported them; regions never exported
      *                 are kept. the export log MBEXPLOG.DAT is
      *                 trimmed to the same rule
      *        CTLNTF   every player's CTLNTFn.DAT notices, by the
      *                 day the request was done
      *        CTLBLIB  CTLBLIB.DAT board library entries, by the
      *                 day cataloged - and only entries no record
      *                 on the live audit trail or on any archive
      *                 generation in CTLARCAT.DAT still names, and
      *                 never the board installed now
      *    for example "MBSTAT   0090" keeps ninety days of
      *    statistics.
           01  CTL-RETN-RECORD.
               05 CTL-RETN-FAMILY    pic X(8).
               05 filler             pic X.
               05 CTL-RETN-KEEP-DAYS pic 9(4).
