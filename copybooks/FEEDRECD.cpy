           05  FEED-NAME                PIC X(30).
           05  FEED-TEAM-CODE           PIC X(5).
           05  FEED-RUN-ID              PIC X(8).
           05  FEED-ATHLETE-ID          PIC X(7).
           05  FILLER                   PIC X(27).
