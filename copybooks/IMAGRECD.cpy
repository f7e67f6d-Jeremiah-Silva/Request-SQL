      *> IMAGE-LOG-RECORD - one before or after image of a master
      *> record changed by a maintenance run, appended to the
      *> cumulative image log by ROSTUPDT (athlete master) and
      *> TEAMUPDT (team master). Every applied change writes a 'B'
      *> record then an 'A' record under the same run ID and change
      *> sequence number; the before image of an add and the after
      *> image of a delete are blank. The image carries the first 64
      *> bytes of the master record - every byte either master has
      *> in use. BACKOUT reads the pairs in reverse to undo a run.
       01  IMAGE-LOG-RECORD.
           05  IMG-RUN-ID               PIC X(8).
           05  IMG-MASTER               PIC X.
               88  IMG-ATHLETE-MASTER       VALUE 'A'.
               88  IMG-TEAM-MASTER          VALUE 'T'.
           05  IMG-ACTION               PIC X.
           05  IMG-SEQ-NO               PIC 9(5).
           05  IMG-IMAGE-TYPE           PIC X.
               88  IMG-BEFORE-IMAGE         VALUE 'B'.
               88  IMG-AFTER-IMAGE          VALUE 'A'.
           05  IMG-IMAGE                PIC X(64).
           05  IMG-ATHLETE-IMAGE REDEFINES IMG-IMAGE.
               10  IMG-ATH-JERSEY-NO    PIC X(3).
               10  IMG-ATH-NAME         PIC X(30).
               10  IMG-ATH-POSITION     PIC X(15).
               10  IMG-ATH-TEAM-CODE    PIC X(5).
               10  IMG-ATH-STATUS       PIC X.
               10  IMG-ATH-ATHLETE-ID   PIC X(7).
               10  FILLER               PIC X(3).
           05  IMG-TEAM-IMAGE REDEFINES IMG-IMAGE.
               10  IMG-TM-CODE          PIC X(5).
               10  IMG-TM-NAME          PIC X(30).
               10  IMG-TM-ROSTER-SIZE   PIC X(3).
               10  FILLER               PIC X(26).
