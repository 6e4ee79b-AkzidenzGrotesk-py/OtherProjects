      *    audit archive catalog (CTLARCAT.DAT) - one record per
      *    archive generation CTLARCH has cut: the generation's file
      *    name, the cutoff it was cut at and how many audit records
      *    went into it. it is how a program finds every generation
      *    on hand without being told their names; CTLHKEEP reads
      *    them all before removing a board library entry, so no
      *    entry an archived record still names is ever lost. a
      *    generation cut before the catalog was kept is added by
      *    hand in the same layout.
           01  CTL-ARCAT-RECORD.
               05 CTL-ARCAT-FILENAME pic X(12).
               05 CTL-ARCAT-CUT-DATE pic 9(8).
               05 CTL-ARCAT-COUNT    pic 9(7).
