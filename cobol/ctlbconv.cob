       id division.
       program-id. ctlbconv.

      *    board library conversion: loads a board library kept in
      *    the old line sequential layout - each entry an "H" header
      *    record followed by its "R" rows, found by reading from
      *    the top - into the indexed CTLBLIB.DAT keyed on entry
      *    name plus row number. rename the old CTLBLIB.DAT to
      *    CTLBLIB.OLD and run this once; the old file is only read.
      *    an entry whose name is already in the indexed library
      *    (an earlier entry of the same name, or one already
      *    loaded) is refused and reported, rows and all - the
      *    first of the name is the one every reader of the old
      *    file has always found. rows before the first header
      *    belong to no entry and are counted and dropped. run
      *    again it only adds entries not yet loaded.
      *    ends with condition code 0 when every entry loaded, 4
      *    when some were refused or rows dropped and 8 when there
      *    was no old library to convert.

       environment division.
           input-output section.
           file-control.
               select CTL-OLD-FILE assign to "CTLBLIB.OLD"
                   organization is line sequential
                   file status is WS-OLD-STATUS.
               select CTL-BLIB-FILE assign to "CTLBLIB.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is CTL-BLIB-KEY
                   file status is WS-BLIB-STATUS.

       data division.
           file section.
      *    the library as it was laid out before it was indexed
           FD  CTL-OLD-FILE.
           01  CTL-OLD-HDR-RECORD.
               05 CTL-OLD-HDR-TYPE   pic X.
               05 CTL-OLD-NAME       pic X(20).
               05 CTL-OLD-HDR-DATA   pic X(81).
           01  CTL-OLD-ROW-RECORD.
               05 CTL-OLD-ROW-TYPE   pic X.
               05 CTL-OLD-ROW        pic X(2004).

           FD  CTL-BLIB-FILE.
           copy "ctlblib".

           working-storage section.
           01 WS-OLD-STATUS  pic XX value "00".
           01 WS-BLIB-STATUS pic XX value "00".
           01 WS-OLD-EOF     pic X  value "N".

      *    the entry being loaded; WS-SKIPPING is "Y" while the rows
      *    of a refused entry go by
           01 WS-CUR-NAME    pic X(20) value spaces.
           01 WS-CUR-ROWNO   pic 9(4) value 0.
           01 WS-HAVE-ENTRY  pic X value "N".
           01 WS-SKIPPING    pic X value "N".

      *    conversion totals
           01 WS-ENTRIES     pic 9(5) value 0.
           01 WS-ROWS        pic 9(7) value 0.
           01 WS-REFUSED     pic 9(5) value 0.
           01 WS-SKIP-ROWS   pic 9(7) value 0.
           01 WS-ORPHANS     pic 9(7) value 0.
           01 WS-ED-CNT      pic zzzzzz9.

       procedure division.
           PARA-ENTRY.
               open input CTL-OLD-FILE.
               if WS-OLD-STATUS not = "00"
                   display "NO OLD BOARD LIBRARY TO CONVERT"
                       " (CTLBLIB.OLD)."
                   move 8 to return-code
                   stop run
               end-if.
               open i-o CTL-BLIB-FILE.
               if WS-BLIB-STATUS not = "00"
                   open output CTL-BLIB-FILE
                   close CTL-BLIB-FILE
                   open i-o CTL-BLIB-FILE
               end-if.
               perform PARA-READ-OLD with test after
                   until WS-OLD-EOF = "Y".
               close CTL-OLD-FILE.
               close CTL-BLIB-FILE.
               perform PARA-SHOW-TOTALS.
               if WS-REFUSED > 0 or WS-ORPHANS > 0
                   move 4 to return-code
               end-if.
               go to PARA-EXIT.

           PARA-EXIT.
               stop run.

           PARA-READ-OLD.
               read CTL-OLD-FILE
                   at end
                       move "Y" to WS-OLD-EOF
                   not at end
                       if CTL-OLD-HDR-TYPE = "H"
                           perform PARA-LOAD-HEADER
                       else
                           perform PARA-LOAD-ROW
                       end-if
               end-read.

      *    the header goes in as row 0000; the duplicate key is what
      *    refuses a name already loaded
           PARA-LOAD-HEADER.
               move "Y" to WS-HAVE-ENTRY.
               move "N" to WS-SKIPPING.
               move CTL-OLD-NAME to WS-CUR-NAME.
               move 0 to WS-CUR-ROWNO.
               move spaces to CTL-BLIB-RECORD.
               move WS-CUR-NAME to CTL-BLIB-NAME.
               move 0 to CTL-BLIB-ROWNO.
               move "H" to CTL-BLIB-TYPE.
               move CTL-OLD-HDR-DATA to CTL-BLIB-HDR-DATA.
               write CTL-BLIB-RECORD
                   invalid key
                       move "Y" to WS-SKIPPING
               end-write.
               if WS-SKIPPING = "Y"
                   add 1 to WS-REFUSED
                   display "DUPLICATE NAME REFUSED: " WS-CUR-NAME
               else
                   add 1 to WS-ENTRIES
               end-if.

           PARA-LOAD-ROW.
               evaluate true
                   when WS-HAVE-ENTRY = "N"
                       add 1 to WS-ORPHANS
                   when WS-SKIPPING = "Y"
                       add 1 to WS-SKIP-ROWS
                   when other
                       add 1 to WS-CUR-ROWNO
                       move WS-CUR-NAME to CTL-BLIB-NAME
                       move WS-CUR-ROWNO to CTL-BLIB-ROWNO
                       move "R" to CTL-BLIB-TYPE
                       move CTL-OLD-ROW to CTL-BLIB-ROW
                       write CTL-BLIB-RECORD
                       add 1 to WS-ROWS
               end-evaluate.

           PARA-SHOW-TOTALS.
               display "BOARD LIBRARY CONVERSION (CTLBLIB.OLD TO"
                   " CTLBLIB.DAT)".
               move WS-ENTRIES to WS-ED-CNT.
               display "  ENTRIES LOADED        " WS-ED-CNT.
               move WS-ROWS to WS-ED-CNT.
               display "  ROWS LOADED           " WS-ED-CNT.
               move WS-REFUSED to WS-ED-CNT.
               display "  DUPLICATES REFUSED    " WS-ED-CNT.
               move WS-SKIP-ROWS to WS-ED-CNT.
               display "  ROWS OF REFUSED       " WS-ED-CNT.
               move WS-ORPHANS to WS-ED-CNT.
               display "  ROWS WITH NO HEADER   " WS-ED-CNT.
