      *> clerks key a card as soon as they learn of it: the run holds
      *> anything dated after the run date on the pending file and
      *> merges it back into the stream each night until it is due.
      *> TRN-ATHLETE-ID is optional on an add or change: blank lets
      *> the run assign the next permanent ID (or keep the player's
      *> own); a number carries a known ID, e.g. a returning player.
       01  TRANSACTION-RECORD.
           05  TRN-ACTION               PIC X.
               88  TRN-ADD                  VALUE 'A'.
           05  TRN-NEW-TEAM-CODE        PIC X(5).
           05  TRN-NEW-JERSEY-NO        PIC X(3).
           05  TRN-EFFECTIVE-DATE       PIC X(10).
           05  TRN-ATHLETE-ID           PIC X(7).
