      *> REGISTRATION-RECORD - one league registration per record on
      *> the registration master, keyed by team code and jersey: the
      *> date the athlete's league registration runs out and the date
      *> their playing contract ends (both YYYY-MM-DD, blank = none
      *> on file). REGUPDT maintains the file; ROSTEDIT edits every
      *> athlete against the registration expiry and CONTEXPR lists
      *> the contracts coming up for renewal.
       01  REGISTRATION-RECORD.
           05  REG-TEAM-CODE            PIC X(5).
           05  REG-JERSEY-NO            PIC X(3).
           05  REG-NAME                 PIC X(30).
           05  REG-EXPIRY-DATE          PIC X(10).
           05  REG-CONTRACT-END         PIC X(10).
           05  FILLER                   PIC X(22).
