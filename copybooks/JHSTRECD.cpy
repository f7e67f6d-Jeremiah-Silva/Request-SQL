      *> a name reassignment carries the released date for the
      *> previous holder. Read together in file order the records
      *> give the full holder history of a team's jersey number.
      *> JH-RUN-ID names the ROSTUPDT run that wrote the event, so
      *> BACKOUT can take out exactly the entries of a reversed run.
      *> JH-ATHLETE-ID is the holder's permanent athlete ID, so one
      *> person's events can be followed across teams and numbers.
       01  JERSEY-HISTORY-RECORD.
           05  JH-TEAM-CODE             PIC X(5).
           05  JH-JERSEY-NO             PIC X(3).
           05  JH-NAME                  PIC X(30).
           05  JH-ASSIGN-DATE           PIC X(10).
           05  JH-RELEASE-DATE          PIC X(10).
           05  JH-RUN-ID                PIC X(8).
           05  JH-ATHLETE-ID            PIC X(7).
           05  FILLER                   PIC X(7).
