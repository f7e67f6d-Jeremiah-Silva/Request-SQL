      *> DELTA-FEED-RECORD - change-only extract for the ticketing
      *> intake: one record per roster difference since the prior run.
      *> DLT-ATHLETE-ID is the permanent athlete ID of the player the
      *> difference is about (the departing holder on a drop).
       01  DELTA-FEED-RECORD.
           05  DLT-ACTION               PIC X.
               88  DLT-ADDED                VALUE 'A'.
           05  DLT-TEAM-CODE            PIC X(5).
           05  DLT-JERSEY-NO            PIC 9(3).
           05  DLT-NAME                 PIC X(30).
           05  DLT-ATHLETE-ID           PIC X(7).
           05  FILLER                   PIC X(34).
