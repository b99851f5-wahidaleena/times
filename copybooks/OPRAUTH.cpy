      *> Shared layout for the operator authorization record, one per
      *> user, keyed by OPA-USER-ID in the indexed ITAUTH01 file
      *> (PROD.PGM002.ITAUTH01).  Each grant byte is 'Y' when the
      *> user may run that transaction: OPA-COUNT-GRANT for PGM004
      *> count maintenance, OPA-SCHED-GRANT for PGM012 schedule
      *> maintenance, OPA-NOTE-GRANT for PGM020 run annotation and
      *> OPA-ADMIN-GRANT for PGM026, the maintenance transaction for
      *> this file.  No grant is honored after OPA-EXPIRY-DATE
      *> (YYYYMMDD, clock date).  PGM026 stamps OPA-UPD-USER and
      *> OPA-UPD-DATE on every change.  COPY with REPLACING so each
      *> program can give the group item and fields its own prefix.
       01 OPA-RECORD.
              05 OPA-USER-ID       PIC X(8).
              05 OPA-COUNT-GRANT   PIC X(1).
              05 OPA-SCHED-GRANT   PIC X(1).
              05 OPA-NOTE-GRANT    PIC X(1).
              05 OPA-ADMIN-GRANT   PIC X(1).
              05 OPA-EXPIRY-DATE   PIC 9(8).
              05 OPA-UPD-USER      PIC X(8).
              05 OPA-UPD-DATE      PIC 9(8).
              05 FILLER            PIC X(44).
