      *> per team per run followed by one 'D' record per athlete that
      *> went on that run's printed list. ROSTRPRT regenerates report
      *> pages from these without rerunning against current masters.
      *> SEASCLOS appends one 'S' season marker when a season is
      *> closed, dated the season end; archive reports that take no
      *> start date begin after the latest marker.
       01  ARCHIVE-RECORD.
           05  ARCH-RECORD-TYPE         PIC X.
               88  ARCH-HEADER              VALUE 'H'.
               88  ARCH-DETAIL              VALUE 'D'.
               88  ARCH-SEASON-MARKER       VALUE 'S'.
           05  ARCH-RUN-DATE            PIC X(10).
           05  ARCH-TEAM-CODE           PIC X(5).
           05  ARCH-DATA                PIC X(64).
               10  ARCH-JERSEY-NO       PIC 9(3).
               10  ARCH-NAME            PIC X(30).
               10  ARCH-POSITION        PIC X(15).
               10  ARCH-ATHLETE-ID      PIC X(7).
               10  FILLER               PIC X(9).
           05  ARCH-SEASON-DATA REDEFINES ARCH-DATA.
               10  ARCH-SEASON-START    PIC X(10).
               10  ARCH-CLOSE-DATE      PIC X(10).
               10  FILLER               PIC X(44).
