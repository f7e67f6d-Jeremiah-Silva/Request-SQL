      *> REG-TRANSACTION-RECORD - one registration master maintenance
      *> action per record: add a registration, change its name or
      *> dates (a blank field leaves the master value alone), or
      *> delete it.
       01  REG-TRANSACTION-RECORD.
           05  RTR-ACTION               PIC X.
               88  RTR-ADD                  VALUE 'A'.
               88  RTR-CHANGE               VALUE 'C'.
               88  RTR-DELETE               VALUE 'D'.
           05  RTR-TEAM-CODE            PIC X(5).
           05  RTR-JERSEY-NO            PIC X(3).
           05  RTR-NAME                 PIC X(30).
           05  RTR-EXPIRY-DATE          PIC X(10).
           05  RTR-CONTRACT-END         PIC X(10).
           05  FILLER                   PIC X(21).
