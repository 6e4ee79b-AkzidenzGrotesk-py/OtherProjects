      *    build portable graymap images. each region contributes one
      *    "H" header record (dimensions and iteration limit) followed
      *    by one "R" record per rendered row carrying the iteration
      *    count of every cell in that row. CTLHEAT writes its
      *    per-board visit counts to CTLHEAT.DAT in this layout.
           01  MB-DTL-RECORD.
               05 MB-DTL-TYPE pic X.
               05 MB-DTL-SEQ  pic 9(4).
