      *> Shared layout for the dual-control pending-change record in
      *> PROD.PGM002.ITPEND01 (DD ITPEND01), one record per change
      *> held for a second operator.  PCH-FILE says which file the
      *> change is for - 'C' an ITCTL01 count (PGM004), 'S' a
      *> SCHEDULE.CTL entry (PGM012) - and PCH-ACTION is the PGM012
      *> action (A add, C change, D delete; always C for ITCTL01).
      *> The OLD fields are the values on file when the change was
      *> requested and the NEW fields the values to be applied, with
      *> blank-means-keep already resolved.  PCH-STATUS is P while
      *> the change is open, then A (approved and applied) or R
      *> (rejected) once PGM027 records the deciding operator.
      *> PGM006 lists the open ones before the window.  COPY with
      *> REPLACING so each program can give the group item and fields
      *> its own prefix.
       01 PCH-RECORD.
              05 PCH-CHG-ID        PIC 9(6).
              05 PCH-FILE          PIC X(1).
              05 PCH-ACTION        PIC X(1).
              05 PCH-DEPT          PIC X(5).
              05 PCH-OLD-COUNT     PIC 9(6).
              05 PCH-NEW-COUNT     PIC 9(6).
              05 PCH-OLD-FREQ      PIC X(8).
              05 PCH-NEW-FREQ      PIC X(8).
              05 PCH-OLD-PRED      PIC X(5).
              05 PCH-NEW-PRED      PIC X(5).
              05 PCH-REQ-USER      PIC X(8).
              05 PCH-REQ-DATE      PIC 9(8).
              05 PCH-REQ-TIME      PIC 9(8).
              05 PCH-STATUS        PIC X(1).
              05 PCH-DEC-USER      PIC X(8).
              05 PCH-DEC-DATE      PIC 9(8).
              05 PCH-DEC-TIME      PIC 9(8).
