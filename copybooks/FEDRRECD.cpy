      *> FEDERATION-RECORD - one player on the league federation's
      *> weekly official registration list, keyed by club team code
      *> and jersey. The federation sends the list in its own order;
      *> FEDRECON sorts it onto our key and matches it against the
      *> athlete master. FED-LIST-DATE is the date the federation
      *> drew the list (YYYY-MM-DD), the same on every record.
       01  FEDERATION-RECORD.
           05  FED-TEAM-CODE            PIC X(5).
           05  FED-JERSEY-NO            PIC 9(3).
           05  FED-NAME                 PIC X(30).
           05  FED-POSITION             PIC X(15).
           05  FED-REG-NO               PIC X(10).
           05  FED-LIST-DATE            PIC X(10).
           05  FILLER                   PIC X(7).
