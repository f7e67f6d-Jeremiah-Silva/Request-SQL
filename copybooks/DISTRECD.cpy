      *> DISTRIBUTION-RECORD - one club per record on the report
      *> distribution master: who receives the club's pages of the
      *> nightly roster run and where they are sent. Each of the
      *> three receive flags is 'Y' for a report the club gets;
      *> anything else leaves that report out of its package.
       01  DISTRIBUTION-RECORD.
           05  DST-TEAM-CODE            PIC X(5).
           05  DST-CONTACT-NAME         PIC X(30).
           05  DST-DESTINATION          PIC X(30).
           05  DST-ROSTER-FLAG          PIC X.
               88  DST-GETS-ROSTER          VALUE 'Y'.
           05  DST-DISCREP-FLAG         PIC X.
               88  DST-GETS-DISCREP         VALUE 'Y'.
           05  DST-COVERAGE-FLAG        PIC X.
               88  DST-GETS-COVERAGE        VALUE 'Y'.
           05  FILLER                   PIC X(12).
