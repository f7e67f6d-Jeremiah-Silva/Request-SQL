      *> DISCIPLINE-TALLY-RECORD - running disciplinary tally for one
      *> athlete: cards of each colour to date, the date of the latest
      *> card, how many bans the tally has triggered and the date the
      *> latest ban ends. DT-ATHLETE-ID is the athlete's permanent ID
      *> and team-code/jersey the key last carded under; a tally from
      *> before IDs were kept has none and belongs to the name on its
      *> key. DISCINTK carries the file night to night (DISCTALI in,
      *> DISCTALO out).
       01  DISCIPLINE-TALLY-RECORD.
           05  DT-TEAM-CODE             PIC X(5).
           05  DT-JERSEY-NO             PIC X(3).
           05  DT-NAME                  PIC X(30).
           05  DT-YELLOW-COUNT          PIC 9(3).
           05  DT-RED-COUNT             PIC 9(3).
           05  DT-LAST-CARD-DATE        PIC X(10).
           05  DT-BAN-COUNT             PIC 9(3).
           05  DT-BAN-END-DATE          PIC X(10).
           05  DT-ATHLETE-ID            PIC X(7).
           05  FILLER                   PIC X(6).
