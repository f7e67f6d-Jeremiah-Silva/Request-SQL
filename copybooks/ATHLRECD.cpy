      *> ATHLETE-RECORD - one athlete per record on ATHLETE-MASTER
      *> ATH-ATHLETE-ID is the permanent league-wide athlete ID,
      *> assigned by ROSTUPDT when the player is added and kept
      *> through transfers and number changes (seven digits, zero
      *> padded). Team code and jersey locate the player on a roster;
      *> the ID follows the person across rosters.
       01  ATHLETE-RECORD.
           05  ATH-JERSEY-NO            PIC 9(3).
           05  ATH-NAME                 PIC X(30).
               88  ATH-ACTIVE               VALUE 'A'.
               88  ATH-INJURED              VALUE 'I'.
               88  ATH-SUSPENDED            VALUE 'S'.
           05  ATH-ATHLETE-ID           PIC X(7).
           05  FILLER                   PIC X(19).
