      *> Shared layout for the business processing-date record, the
      *> single record in PROD.PGM002.PRCDATE (DD ITPDT01).  Every
      *> program that needs "tonight" reads PDT-PROC-DATE here
      *> instead of the system clock, so a window that runs past
      *> midnight - or a stream restarted from its checkpoint after
      *> midnight - is still stamped, skipped, reconciled and scored
      *> as one night.  PGM021 rolls PDT-PROC-DATE forward one day at
      *> the end of the night-close cycle, keeps the date it replaced
      *> in PDT-PREV-DATE, and stamps the clock date, time and job id
      *> of the roll.  COPY with REPLACING so each program can give
      *> the group item and fields its own prefix.
       01 PDT-RECORD.
              05 PDT-PROC-DATE     PIC 9(8).
              05 PDT-PREV-DATE     PIC 9(8).
              05 PDT-ADV-DATE      PIC 9(8).
              05 PDT-ADV-TIME      PIC 9(8).
              05 PDT-ADV-JOB-ID    PIC X(8).
              05 FILLER            PIC X(40).
