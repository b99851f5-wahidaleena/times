      *> Shared layout for the night-close scorecard history record,
      *> one per scheduled department per night in the dated
      *> PROD.PGM002.SCRHIS01 history.  PGM013 appends the night's
      *> verdict (PASS, WARN, FAIL or SKIP), the final ITSTAT01
      *> status, elapsed seconds, the reconciliation result, whether
      *> the night carried a PGM020 annotation, the number of runs
      *> and RERUN=R reruns in the history, whether the department
      *> was left STOPPED, its last trailer time and whether that was
      *> past the online cutoff.  A night scored twice leaves two
      *> records; readers take the later one.  PGM024 reads it for
      *> the monthly service-level report.  COPY with REPLACING so
      *> each program can give the group item and fields its own
      *> prefix.
       01 SCR-RECORD.
              05 SCR-RUN-DATE      PIC 9(8).
              05 SCR-DEPT          PIC X(5).
              05 SCR-VERDICT       PIC X(4).
              05 SCR-STATUS        PIC X(8).
              05 SCR-SECS          PIC 9(8).
              05 SCR-RECON         PIC X(26).
              05 SCR-NOTED         PIC X(1).
              05 SCR-RUNS          PIC 9(2).
              05 SCR-RERUNS        PIC 9(2).
              05 SCR-STOPPED       PIC X(1).
              05 SCR-END-TIME      PIC 9(8).
              05 SCR-LATE          PIC X(1).
              05 FILLER            PIC X(6).
