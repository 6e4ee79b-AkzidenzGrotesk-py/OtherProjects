      *    CTLAUDVR.DAT and appends a daily control-total record to
      *    CTLAUDCT.DAT. the chain rule is the one in the ctlaud
      *    copybook comment, shared with every writer.
      *    ends with condition code 0 when the trail verifies clean,
      *    4 when there is no trail to verify and 8 when it does not
      *    verify, so the nightly driver can hold back CTLARCH.

       environment division.
           input-output section.
      *    one control-total record per verification run, appended
      *    so the daily runs accumulate into their own trail
           FD  CTL-CT-FILE.
           copy "ctlaudct".

           working-storage section.
           01 WS-AUDIT-STATUS pic XX value "00".
               if WS-AUDIT-STATUS not = "00"
                   display 'NO AUDIT TRAIL FOUND (' WS-AUD-FILENAME
                       ').'
                   move 4 to return-code
                   stop run
               end-if.
               open output CTL-RPT-FILE.
               else
                   move "TRAIL DOES NOT VERIFY - SEE ABOVE."
                       to WS-LINE
                   move 8 to return-code
               end-if.
               perform PARA-PUT-LINE.

