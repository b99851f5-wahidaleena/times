      *> Shared layout for the operations alert record, written to
      *> the PROD.PGM002.ITALR01 KSDS (DD ITALR01) by any program that
      *> hits a condition someone has to act on: PGM002 giving up on
      *> ITSTAT01 or honoring an operator stop, PGM005 finding a
      *> broken run, PGM016 projecting past the online cutoff, PGM017
      *> tripping its trend threshold and PGM008 finding a broken
      *> audit chain.  ALR-DATE and ALR-TIME are the clock date and
      *> time (HHMMSSTT) the alert was raised, ALR-DEPT the department
      *> it concerns ('ALL' when it is window-wide) and ALR-EVENT a
      *> fixed event code.  Date, time, program and department -
      *> the first 29 bytes - are the record key; a writer whose key
      *> is taken steps ALR-TIME on by one and writes again.
      *> ALR-SEVERITY is E for an error, which PGM028 sends to the
      *> pager, or W for a warning, which it sends
      *> by email.  ALR-TEXT is the reason in plain words.  COPY with
      *> REPLACING so each program can give the group item and fields
      *> its own prefix.
       01 ALR-RECORD.
              05 ALR-DATE          PIC 9(8).
              05 ALR-TIME          PIC 9(8).
              05 ALR-PROGRAM       PIC X(8).
              05 ALR-DEPT          PIC X(5).
              05 ALR-SEVERITY      PIC X(1).
              05 ALR-EVENT         PIC X(8).
              05 ALR-TEXT          PIC X(50).
              05 FILLER            PIC X(12).
