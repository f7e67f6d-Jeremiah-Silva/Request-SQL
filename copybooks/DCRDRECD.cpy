      *> DISCIPLINARY-CARD-RECORD - one card shown by the match
      *> officials, keyed from the referee's report: the athlete's
      *> team code and jersey, the match date (YYYY-MM-DD) and the
      *> card colour.
       01  DISCIPLINARY-CARD-RECORD.
           05  DC-TEAM-CODE             PIC X(5).
           05  DC-JERSEY-NO             PIC X(3).
           05  DC-MATCH-DATE            PIC X(10).
           05  DC-CARD-COLOUR           PIC X.
               88  DC-YELLOW                VALUE 'Y'.
               88  DC-RED                   VALUE 'R'.
               88  DC-COLOUR-VALID          VALUES 'Y' 'R'.
           05  FILLER                   PIC X(61).
