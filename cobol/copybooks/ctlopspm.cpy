      *    operations status thresholds (CTLOPSPM.DAT) - one record
      *    per item on the CTLOPSTS morning report: the figure at
      *    which the item is flagged WARN and the figure at which it
      *    is flagged ACTION. a threshold of zero is never reached;
      *    an item with no record keeps the shop's standing figures
      *    (shown in brackets). the items:
      *        RRQCOUNT  requests waiting on CTLRRQ.DAT    (10/50)
      *        RRQAGE    hours the oldest has waited       (24/72)
      *        EXCPEND   rejects pending on MBEXCP.DAT      (1/20)
      *        LOCKED    players locked out                 (1/3)
      *        RESTART   1 while a restart point is on file (0/1)
      *        AUDCKAGE  days since the live trail was last
      *                  verified by CTLAUDCK                (2/7)
      *        STATAGE   hours since the last render run
      *                  ended                              (26/50)
      *        STATMINS  minutes the last render run took  (60/240)
      *    a verification that found failures, and no board
      *    installed, are always ACTION.
           01  CTL-OPSP-RECORD.
               05 CTL-OPSP-ITEM   pic X(8).
               05 filler          pic X.
               05 CTL-OPSP-WARN   pic 9(5).
               05 filler          pic X.
               05 CTL-OPSP-ACTION pic 9(5).
