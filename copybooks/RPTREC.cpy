      *> uses it to let the rerun supersede that attempt in the
      *> rollup instead of double-counting the night.  Records
      *> written before the flag existed carry a space there (not a
      *> rerun).  A department run in block history mode writes a
      *> BLOCK row at each checkpoint in place of that stretch of
      *> detail rows: RPT-BLK-FIRST is the first WS-SUB value the
      *> block covers, RPT-VALUE the last, RPT-BLK-COUNT the number
      *> of iterations in it and RPT-TIME the time it was written.
      *> The two block fields are blank on every other row, and old
      *> and block style runs can sit side by side in one file.
      *> COPY with REPLACING so each program can give the group item
      *> and fields its own prefix.
       01 RPT-RECORD.
              05 RPT-ID           PIC X(10).
              05 RPT-RUN-DATE     PIC 9(8).
              05 RPT-DEPT         PIC X(5).
              05 RPT-TIME         PIC 9(8).
              05 RPT-RERUN        PIC X(1).
              05 RPT-BLK-FIRST    PIC 9(6).
              05 RPT-BLK-COUNT    PIC 9(6).
              05 FILLER           PIC X(22).
