      *> Shared layout for the chargeback rate record, one per
      *> department per effective month in the Finance-maintained
      *> PROD.PGM002.CHGRATE rate file (DD ITRATE01).  RTE-DEPT 'ALL'
      *> is the standard rate every department is charged at;
      *> a record for a named department overrides it for that
      *> department only.  RTE-EFF-MONTH (YYYYMM) is the first month
      *> the rates apply: a rate change is a new record with a later
      *> effective month, never an edit of an old one, so re-running
      *> an earlier month prices it the way it was first billed.
      *> RTE-ITER-RATE is charged per iteration processed, RTE-MIN-
      *> RATE per minute of elapsed run time and RTE-RERUN-CHG per
      *> rerun of a night that carries no PGM020 annotation.
      *> RTE-DR-ACCT is the general ledger account the department's
      *> charge is debited to and RTE-CR-ACCT the recovery account it
      *> is credited to.  RTE-UPD-USER and RTE-UPD-DATE record who
      *> last keyed the record and when.  COPY with REPLACING so each
      *> program can give the group item and fields its own prefix.
       01 RTE-RECORD.
              05 RTE-DEPT          PIC X(5).
              05 RTE-EFF-MONTH     PIC 9(6).
              05 RTE-ITER-RATE     PIC 9(3)V9(5).
              05 RTE-MIN-RATE      PIC 9(5)V99.
              05 RTE-RERUN-CHG     PIC 9(5)V99.
              05 RTE-DR-ACCT       PIC X(10).
              05 RTE-CR-ACCT       PIC X(10).
              05 RTE-UPD-USER      PIC X(8).
              05 RTE-UPD-DATE      PIC 9(8).
              05 FILLER            PIC X(11).
