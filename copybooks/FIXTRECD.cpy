      *> FIXTURE-RECORD - one league fixture per record: the team
      *> whose match-day squad is to be named, the opponent, the
      *> match date and the squad size the competition allows (the
      *> starting eleven plus bench). A zero or blank squad size
      *> takes the competition default in SQUADSEL.
       01  FIXTURE-RECORD.
           05  FIX-TEAM-CODE            PIC X(5).
           05  FIX-OPPONENT             PIC X(30).
           05  FIX-MATCH-DATE           PIC X(10).
           05  FIX-SQUAD-SIZE           PIC 99.
           05  FILLER                   PIC X(33).
