      *> MATCH-SQUAD-RECORD - the squad named for one fixture, one
      *> 'H' header per fixture followed by one 'D' record per
      *> athlete named, starters first in shirt order then the
      *> bench. Ticketing and the stadium announcers load the same
      *> list that goes to the referee on the printed team sheet.
       01  MATCH-SQUAD-RECORD.
           05  MSQ-RECORD-TYPE          PIC X.
               88  MSQ-HEADER               VALUE 'H'.
               88  MSQ-DETAIL               VALUE 'D'.
           05  MSQ-MATCH-DATE           PIC X(10).
           05  MSQ-TEAM-CODE            PIC X(5).
           05  MSQ-DATA                 PIC X(64).
           05  MSQ-HEADER-DATA REDEFINES MSQ-DATA.
               10  MSQ-OPPONENT         PIC X(30).
               10  MSQ-SQUAD-SIZE       PIC 99.
               10  MSQ-STARTER-COUNT    PIC 99.
               10  MSQ-BENCH-COUNT      PIC 99.
               10  MSQ-SQUAD-STATUS     PIC X.
                   88  MSQ-SQUAD-COMPLETE   VALUE 'C'.
                   88  MSQ-SQUAD-SHORT      VALUE 'S'.
               10  MSQ-RUN-ID           PIC X(8).
               10  FILLER               PIC X(19).
           05  MSQ-DETAIL-DATA REDEFINES MSQ-DATA.
               10  MSQ-JERSEY-NO        PIC 9(3).
               10  MSQ-NAME             PIC X(30).
               10  MSQ-POSITION         PIC X(15).
               10  MSQ-ROLE             PIC X.
                   88  MSQ-STARTER          VALUE 'S'.
                   88  MSQ-BENCH            VALUE 'B'.
               10  MSQ-SHIRT-ORDER      PIC 99.
               10  FILLER               PIC X(13).
