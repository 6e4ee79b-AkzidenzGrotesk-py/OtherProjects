      *    audit verification control totals (CTLAUDCT.DAT) - one
      *    record appended by CTLAUDCK per verification run, so the
      *    daily runs accumulate into their own trail: the day, the
      *    trail verified, the records read and the failures found.
           01  CTL-CT-RECORD.
               05 CTL-CT-DATE      pic 9(8).
               05 filler           pic X.
               05 CTL-CT-FILENAME  pic X(12).
               05 filler           pic X.
               05 CTL-CT-RECORDS   pic 9(7).
               05 CTL-CT-UNSEQ     pic 9(7).
               05 CTL-CT-GAPS      pic 9(5).
               05 CTL-CT-CHAINBAD  pic 9(5).
               05 CTL-CT-TSBAD     pic 9(5).
               05 CTL-CT-FIRST-SEQ pic 9(9).
               05 CTL-CT-LAST-SEQ  pic 9(9).
