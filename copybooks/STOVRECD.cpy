      *> STEP-OVERRIDE-CARD - one operator override on the STEPOVRD
      *> deck, read by every step of the night. A FORCE= card naming
      *> a step and tonight's run date lets that step start although
      *> a predecessor has not ended cleanly - after a manual fix.
      *> The operator ID is required; the step records the override
      *> on the step control file. Cards for other steps or other
      *> nights are ignored.
       01  STEP-OVERRIDE-CARD.
           05  SOV-CARD-ID              PIC X(6).
               88  SOV-FORCE-CARD           VALUE 'FORCE='.
           05  SOV-STEP-NAME            PIC X(8).
           05  FILLER                   PIC X.
           05  SOV-RUN-DATE             PIC X(10).
           05  FILLER                   PIC X.
           05  SOV-OPERATOR             PIC X(8).
           05  FILLER                   PIC X.
           05  SOV-REASON               PIC X(45).
