       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASCLOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Season close: run once, after the last night of a season and
      *> before the first of the next. The SYSIN card names the
      *> season end date; the season runs from the day after the
      *> previous close (the latest 'S' marker on ROSTARCH) through
      *> that date. Each team's season is summarised from the
      *> archived lists and the jersey history, the open reject
      *> suspense and feed retry keys are carried into the new
      *> season unchanged, and a new season marker is appended to
      *> ROSTARCH so the next season's reports start after it.
           SELECT SEASON-CARD-FILE     ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEASON-CARD-STATUS.

      *> Read twice - once for the latest season marker, once for
      *> the season's lists - then extended with the new marker.
           SELECT ARCHIVE-FILE         ASSIGN TO "ROSTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT JERSEY-HIST-FILE     ASSIGN TO "JERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JERSEY-HIST-STATUS.

      *> Open reject suspense and bouncing feed keys: the new season's
      *> files come out on ATHLSUSO and RETRYOUT, and the job stream
      *> swaps them in exactly as it does after ROSTEDIT and FEEDRSND.
           SELECT SUSP-IN-FILE         ASSIGN TO "ATHLSUSI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-IN-STATUS.

           SELECT SUSP-OUT-FILE        ASSIGN TO "ATHLSUSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-OUT-STATUS.

           SELECT RETRY-IN-FILE        ASSIGN TO "RETRYIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRY-IN-STATUS.

           SELECT RETRY-OUT-FILE       ASSIGN TO "RETRYOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRY-OUT-STATUS.

           SELECT SEASON-RPT-FILE      ASSIGN TO "SEASRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEASON-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-CARD-FILE
           RECORDING MODE IS F.
       01  SEASON-CONTROL-CARD.
           05  SE-END-DATE                 PIC X(10).
           05  FILLER                      PIC X(70).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY ARCHRECD.

       FD  JERSEY-HIST-FILE
           RECORDING MODE IS F.
           COPY JHSTRECD.

       FD  SUSP-IN-FILE
           RECORDING MODE IS F.
           COPY SUSPRECD.

       FD  SUSP-OUT-FILE
           RECORDING MODE IS F.
       01  SUSP-OUT-RECORD                 PIC X(80).

       FD  RETRY-IN-FILE
           RECORDING MODE IS F.
           COPY RTRYRECD.

       FD  RETRY-OUT-FILE
           RECORDING MODE IS F.
       01  RETRY-OUT-RECORD                PIC X(80).

       FD  SEASON-RPT-FILE
           RECORDING MODE IS F.
       01  SEAS-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-SEASON-CARD-STATUS            PIC XX.
               88 SEASON-CARD-STATUS-OK         VALUE '00'.
           03 WS-ARCHIVE-STATUS                PIC XX.
               88 ARCHIVE-STATUS-OK             VALUE '00'.
           03 WS-JERSEY-HIST-STATUS            PIC XX.
               88 JERSEY-HIST-STATUS-OK         VALUE '00'.
           03 WS-SUSP-IN-STATUS                PIC XX.
               88 SUSP-IN-STATUS-OK             VALUE '00'.
           03 WS-SUSP-OUT-STATUS               PIC XX.
               88 SUSP-OUT-STATUS-OK            VALUE '00'.
           03 WS-RETRY-IN-STATUS               PIC XX.
               88 RETRY-IN-STATUS-OK            VALUE '00'.
           03 WS-RETRY-OUT-STATUS              PIC XX.
               88 RETRY-OUT-STATUS-OK           VALUE '00'.
           03 WS-SEASON-RPT-STATUS             PIC XX.
               88 SEASON-RPT-STATUS-OK          VALUE '00'.

       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

       01 WS-FLAGS.
           03 WS-ARCHIVE-EOF                   PIC X         VALUE 'N'.
               88 ARCHIVE-EOF                   VALUE 'Y'.
           03 WS-JERSEY-HIST-EOF               PIC X         VALUE 'N'.
               88 JERSEY-HIST-EOF               VALUE 'Y'.
           03 WS-SUSP-EOF                      PIC X         VALUE 'N'.
               88 SUSP-EOF                      VALUE 'Y'.
           03 WS-RETRY-EOF                     PIC X         VALUE 'N'.
               88 RETRY-EOF                     VALUE 'Y'.
           03 WS-END-DATE-OK-FLAG              PIC X         VALUE 'N'.
               88 END-DATE-OK                   VALUE 'Y'.
           03 WS-CLOSED-FLAG                   PIC X         VALUE 'N'.
               88 SEASON-ALREADY-CLOSED         VALUE 'Y'.
           03 WS-LIST-OPEN-FLAG                PIC X         VALUE 'N'.
               88 LIST-OPEN                     VALUE 'Y'.
           03 WS-TEAM-FOUND-FLAG               PIC X         VALUE 'N'.
               88 TEAM-ENTRY-FOUND              VALUE 'Y'.
           03 WS-TEAM-LOST-FLAG                PIC X         VALUE 'N'.
               88 TEAM-SLOT-LOST                VALUE 'Y'.
           03 WS-PAIR-FOUND-FLAG               PIC X         VALUE 'N'.
               88 PAIR-FOUND                    VALUE 'Y'.
           03 WS-KEY-SEEN-FLAG                 PIC X         VALUE 'N'.
               88 KEY-SEEN                      VALUE 'Y'.
           03 WS-MARKER-FLAG                   PIC X         VALUE 'N'.
               88 MARKER-WRITTEN                VALUE 'Y'.

      *> WS-START-DATE is the previous close (the latest marker date);
      *> the season is everything dated after it up to the end date.
      *> Spaces means no season has been closed yet.
       01 WS-SEASON-WORK.
           03 WS-END-DATE                      PIC X(10) VALUE SPACES.
           03 WS-START-DATE                    PIC X(10) VALUE SPACES.
           03 WS-EVENT-DATE                    PIC X(10) VALUE SPACES.
           03 WS-NOT-CLOSED-TEXT               PIC X(80) VALUE SPACES.
           03 WS-FIND-TEAM-CODE                PIC X(5)  VALUE SPACES.
           03 WS-FIND-TEAM-NAME                PIC X(30) VALUE SPACES.
           03 WS-CUR-TEAM-SUB                  PIC 999       VALUE ZERO.
           03 WS-CUR-LIST-SIZE                 PIC 9(5)      VALUE ZERO.
           03 WS-AVG-SQUAD                     PIC 9(3)V9    VALUE ZERO.

      *> One entry per team with a list or a jersey event in the
      *> season. Average squad is details over lists; peak is the
      *> longest single list.
       01 WS-TEAM-TABLE.
           03 WS-TEAM-COUNT                    PIC 999       VALUE ZERO.
           03 WS-TEAM-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-TX.
               05 WS-TM-CODE                   PIC X(5).
               05 WS-TM-NAME                   PIC X(30).
               05 WS-TM-LISTS                  PIC 9(5).
               05 WS-TM-DETAILS                PIC 9(7).
               05 WS-TM-PEAK                   PIC 9(5).
               05 WS-TM-ADDED                  PIC 9(5).
               05 WS-TM-DROPPED                PIC 9(5).
               05 WS-TM-XFER-IN                PIC 9(5).
               05 WS-TM-XFER-OUT               PIC 9(5).
               05 WS-TM-NUM-CHANGES            PIC 9(5).
               05 WS-TM-TURNOVER               PIC 9(5).

      *> The season's jersey history events. A release and an assign
      *> from the same ROSTUPDT run for the same name (and athlete
      *> ID, where both carry one) on a different key are one move,
      *> not a drop and an add: WS-EV-PAIRING is
      *> 'T' for a transfer to another team, 'N' for a number change
      *> inside the team, space for an event that stands alone.
       01 WS-EVENT-TABLE.
           03 WS-EVENT-COUNT                   PIC 9(4)      VALUE ZERO.
           03 WS-EVENT-ENTRY  OCCURS 5000 TIMES
                              INDEXED BY WS-EX WS-EY.
               05 WS-EV-TEAM-CODE              PIC X(5).
               05 WS-EV-JERSEY-NO              PIC X(3).
               05 WS-EV-NAME                   PIC X(30).
               05 WS-EV-KIND                   PIC X.
               05 WS-EV-RUN-ID                 PIC X(8).
               05 WS-EV-ATHLETE-ID             PIC X(7).
               05 WS-EV-PAIRING                PIC X.

       01 WS-SEASON-COUNTERS.
           03 WS-ARCH-READ                     PIC 9(7)      VALUE ZERO.
           03 WS-LISTS-IN-SEASON               PIC 9(5)      VALUE ZERO.
           03 WS-HIST-READ                     PIC 9(7)      VALUE ZERO.
           03 WS-EVENTS-IN-SEASON              PIC 9(5)      VALUE ZERO.
           03 WS-EVENTS-LOST                   PIC 9(5)      VALUE ZERO.
           03 WS-TEAMS-LOST                    PIC 9(5)      VALUE ZERO.
           03 WS-SUSP-READ                     PIC 9(5)      VALUE ZERO.
           03 WS-SUSP-CARRIED                  PIC 9(5)      VALUE ZERO.
           03 WS-SUSP-PRIOR                    PIC 9(5)      VALUE ZERO.
           03 WS-RETRY-READ                    PIC 9(5)      VALUE ZERO.
           03 WS-RETRY-CARRIED                 PIC 9(5)      VALUE ZERO.
           03 WS-RETRY-PRIOR                   PIC 9(5)      VALUE ZERO.

      *> League line under the team summary.
       01 WS-LEAGUE-TOTALS.
           03 WS-LG-LISTS                      PIC 9(5)      VALUE ZERO.
           03 WS-LG-DETAILS                    PIC 9(7)      VALUE ZERO.
           03 WS-LG-PEAK                       PIC 9(5)      VALUE ZERO.
           03 WS-LG-ADDED                      PIC 9(5)      VALUE ZERO.
           03 WS-LG-DROPPED                    PIC 9(5)      VALUE ZERO.
           03 WS-LG-XFER-IN                    PIC 9(5)      VALUE ZERO.
           03 WS-LG-XFER-OUT                   PIC 9(5)      VALUE ZERO.
           03 WS-LG-NUM-CHANGES                PIC 9(5)      VALUE ZERO.
           03 WS-LG-TURNOVER                   PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.
           03 WS-HOLD-RPT-LINE                 PIC X(80)   VALUE SPACES.
           03 WS-WANT-SECTION                  PIC 9         VALUE ZERO.
           03 WS-CURRENT-SECTION               PIC 9         VALUE ZERO.

       01 WS-SECTION-TITLES.
           03 FILLER                  PIC X(60)
               VALUE 'SEASON SUMMARY BY TEAM'.
           03 FILLER                  PIC X(60)
               VALUE 'REJECT SUSPENSE CARRIED (* = EARLIER SEASON)'.
           03 FILLER                  PIC X(60)
               VALUE 'FEED RETRY KEYS CARRIED (* = EARLIER SEASON)'.
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-TITLES.
           03 WS-SECTION-TITLE        PIC X(60) OCCURS 3 TIMES.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).

       01 WS-SEAS-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'SEASON CLOSE SUMMARY      '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-SH-DATE              PIC X(10).
           05 FILLER                  PIC X(7)  VALUE '  END: '.
           05 WS-SH-END               PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-SH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(9)  VALUE SPACES.

       01 WS-SEAS-RANGE-LINE.
           05 FILLER                  PIC X(20)
               VALUE 'SEASON OPENED AFTER '.
           05 WS-SR-START             PIC X(14).
           05 FILLER                  PIC X(10) VALUE ' THROUGH: '.
           05 WS-SR-END               PIC X(10).
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-SEAS-SECTION-LINE.
           05 FILLER                  PIC X(4)  VALUE '*** '.
           05 WS-SS-TITLE             PIC X(60).
           05 FILLER                  PIC X(16) VALUE SPACES.

       01 WS-SUMM-COLUMN-HEADER.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(19) VALUE 'NAME'.
           05 FILLER                  PIC X(6)  VALUE 'LISTS '.
           05 FILLER                  PIC X(6)  VALUE '  AVG '.
           05 FILLER                  PIC X(5)  VALUE 'PEAK '.
           05 FILLER                  PIC X(5)  VALUE ' ADD '.
           05 FILLER                  PIC X(5)  VALUE 'DROP '.
           05 FILLER                  PIC X(5)  VALUE ' XIN '.
           05 FILLER                  PIC X(5)  VALUE 'XOUT '.
           05 FILLER                  PIC X(5)  VALUE ' NUM '.
           05 FILLER                  PIC X(13) VALUE 'TURN'.

       01 WS-SUMM-DETAIL-LINE.
           05 WS-SD-CODE              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-NAME              PIC X(18).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-LISTS             PIC ZZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-AVG               PIC ZZ9.9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-PEAK              PIC ZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-ADDED             PIC ZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-DROPPED           PIC ZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-XFER-IN           PIC ZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-XFER-OUT          PIC ZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-NUM-CHANGES       PIC ZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-TURNOVER          PIC ZZZ9.
           05 FILLER                  PIC X(9)  VALUE SPACES.

       01 WS-SUSP-COLUMN-HEADER.
           05 FILLER                  PIC X(10) VALUE 'TEAM  NO  '.
           05 FILLER                  PIC X(31) VALUE 'NAME'.
           05 FILLER                  PIC X(12) VALUE 'FIRST SEEN'.
           05 FILLER                  PIC X(27) VALUE 'ERROR'.

       01 WS-SUSP-DETAIL-LINE.
           05 WS-CS-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CS-JERSEY            PIC X(3).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CS-NAME              PIC X(30).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CS-FIRST             PIC X(10).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CS-ERROR             PIC X(24).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CS-FLAG              PIC X.
           05 FILLER                  PIC X(2)  VALUE SPACES.

       01 WS-RETRY-COLUMN-HEADER.
           05 FILLER                  PIC X(10) VALUE 'TEAM  NO  '.
           05 FILLER                  PIC X(12) VALUE 'FIRST SEEN'.
           05 FILLER                  PIC X(58) VALUE 'RESENDS'.

       01 WS-RETRY-DETAIL-LINE.
           05 WS-CR-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CR-JERSEY            PIC X(3).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CR-FIRST             PIC X(10).
           05 FILLER                  PIC X(6)  VALUE SPACES.
           05 WS-CR-COUNT             PIC ZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CR-FLAG              PIC X.
           05 FILLER                  PIC X(49) VALUE SPACES.

       01 WS-SEAS-TOTAL-LINE.
           05 WS-ST-LABEL             PIC X(30).
           05 WS-ST-COUNT             PIC ZZZZZZ9.
           05 FILLER                  PIC X(43) VALUE SPACES.

       01 WS-SEAS-BALANCE-LINE.
           05 FILLER                  PIC X(9)  VALUE 'BALANCE: '.
           05 WS-SB-RESULT            PIC X(14).
           05 FILLER                  PIC X(57) VALUE SPACES.

       01 WS-SEAS-MARKER-LINE.
           05 FILLER                  PIC X(15) VALUE 'SEASON MARKER: '.
           05 WS-SM-RESULT            PIC X(12).
           05 WS-SM-DATE              PIC X(10).
           05 FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM P1A-READ-SEASON-CARD
           IF END-DATE-OK
               PERFORM P1B-FIND-LAST-CLOSE
           END-IF

           OPEN OUTPUT SEASON-RPT-FILE
           PERFORM P7A-WRITE-PAGE-HEADER
           IF WS-START-DATE = SPACES
               MOVE 'NO PRIOR CLOSE'            TO   WS-SR-START
           ELSE
               MOVE WS-START-DATE               TO   WS-SR-START
           END-IF
           MOVE WS-END-DATE                     TO   WS-SR-END
           MOVE WS-SEAS-RANGE-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           ADD 1                                TO   WS-LINE-COUNT

           IF END-DATE-OK
              AND NOT SEASON-ALREADY-CLOSED
              AND NOT FILE-ERROR-DETECTED
               PERFORM P2-SCAN-ARCHIVE
               PERFORM P3-SCAN-JERSEY-HIST
               PERFORM P4-REPORT-SUMMARY
               PERFORM P5-CARRY-FORWARD
           ELSE
               IF WS-NOT-CLOSED-TEXT = SPACES
                   MOVE 'ROSTARCH NOT READ - SEASON NOT CLOSED'
                                                TO   WS-NOT-CLOSED-TEXT
               END-IF
               MOVE WS-NOT-CLOSED-TEXT          TO   SEAS-RECORD
               WRITE SEAS-RECORD AFTER ADVANCING 2 LINES
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF

           PERFORM P6-FINALIZE
           .
      *> Closing the wrong season cannot be undone by a rerun - the
      *> marker is already on the archive - so the card must carry a
      *> real date, and not one past tonight: a marker ahead of the
      *> live lists would hide them from the next season's reports.
       P1A-READ-SEASON-CARD.
           OPEN INPUT SEASON-CARD-FILE
           READ SEASON-CARD-FILE
               AT END
                   DISPLAY 'ERROR: NO SEASON END DATE CARD SUPPLIED'
               NOT AT END
                   MOVE SE-END-DATE             TO   WS-END-DATE
                   IF SE-END-DATE(1:4) NUMERIC
                      AND SE-END-DATE(5:1) = '-'
                      AND SE-END-DATE(6:2) NUMERIC
                      AND SE-END-DATE(8:1) = '-'
                      AND SE-END-DATE(9:2) NUMERIC
                       IF SE-END-DATE > WS-FORMATTED-DATE
                           DISPLAY 'ERROR: SEASON END DATE '
                                   SE-END-DATE ' IS IN THE FUTURE'
                       ELSE
                           SET END-DATE-OK TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'ERROR: SEASON END DATE NOT YYYY-MM-DD: '
                               SE-END-DATE
                   END-IF
           END-READ
           CLOSE SEASON-CARD-FILE
           IF NOT END-DATE-OK
               MOVE 'NO VALID SEASON END DATE - SEASON NOT CLOSED'
                                                TO   WS-NOT-CLOSED-TEXT
           END-IF
           .
      *> First pass: the latest season marker on the archive opens
      *> this season. A marker on or after the end date means this
      *> season, or a later one, has already been closed.
       P1B-FIND-LAST-CLOSE.
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-STATUS-OK
               DISPLAY 'ROSTARCH OPEN FAILED - STATUS: '
                       WS-ARCHIVE-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               MOVE 'N'                         TO   WS-ARCHIVE-EOF
               PERFORM P8A-READ-ARCHIVE
               PERFORM P1C-NOTE-MARKER WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-START-DATE NOT = SPACES
              AND WS-START-DATE >= WS-END-DATE
               SET SEASON-ALREADY-CLOSED TO TRUE
               DISPLAY 'ERROR: SEASON ALREADY CLOSED THROUGH '
                       WS-START-DATE
               STRING 'SEASON ALREADY CLOSED THROUGH ' WS-START-DATE
                      ' - NOT CLOSED AGAIN'
                   DELIMITED BY SIZE INTO WS-NOT-CLOSED-TEXT
           END-IF
           .
       P1C-NOTE-MARKER.
           IF ARCH-SEASON-MARKER
              AND ARCH-RUN-DATE > WS-START-DATE
               MOVE ARCH-RUN-DATE               TO   WS-START-DATE
           END-IF
           PERFORM P8A-READ-ARCHIVE
           .
      *> Second pass: every list whose header is dated inside the
      *> season is counted against its team, and its details sized.
       P2-SCAN-ARCHIVE.
           MOVE ZERO                            TO   WS-ARCH-READ
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-STATUS-OK
               DISPLAY 'ROSTARCH OPEN FAILED - STATUS: '
                       WS-ARCHIVE-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               MOVE 'N'                         TO   WS-ARCHIVE-EOF
               PERFORM P8A-READ-ARCHIVE
               PERFORM P2A-PROCESS-ARCH-RECORD WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               PERFORM P2B-CLOSE-LIST
               CLOSE ARCHIVE-FILE
           END-IF
           .
       P2A-PROCESS-ARCH-RECORD.
           EVALUATE TRUE
               WHEN ARCH-HEADER
                   PERFORM P2B-CLOSE-LIST
                   IF (WS-START-DATE = SPACES
                       OR ARCH-RUN-DATE > WS-START-DATE)
                      AND ARCH-RUN-DATE <= WS-END-DATE
                       MOVE ARCH-TEAM-CODE      TO   WS-FIND-TEAM-CODE
                       MOVE ARCH-TEAM-NAME      TO   WS-FIND-TEAM-NAME
                       PERFORM P2C-FIND-TEAM
                       IF NOT TEAM-SLOT-LOST
                           SET LIST-OPEN TO TRUE
                           SET WS-CUR-TEAM-SUB TO WS-TX
                           MOVE ZERO            TO   WS-CUR-LIST-SIZE
                           ADD 1                TO   WS-TM-LISTS(WS-TX)
                           ADD 1                TO   WS-LISTS-IN-SEASON
                       END-IF
                   END-IF
               WHEN ARCH-DETAIL AND LIST-OPEN
                   ADD 1                        TO   WS-CUR-LIST-SIZE
               WHEN ARCH-SEASON-MARKER
                   PERFORM P2B-CLOSE-LIST
           END-EVALUATE

           PERFORM P8A-READ-ARCHIVE
           .
       P2B-CLOSE-LIST.
           IF LIST-OPEN
               SET WS-TX TO WS-CUR-TEAM-SUB
               ADD WS-CUR-LIST-SIZE       TO   WS-TM-DETAILS(WS-TX)
               IF WS-CUR-LIST-SIZE > WS-TM-PEAK(WS-TX)
                   MOVE WS-CUR-LIST-SIZE  TO   WS-TM-PEAK(WS-TX)
               END-IF
               MOVE 'N'                         TO   WS-LIST-OPEN-FLAG
           END-IF
           .
      *> Finds or tables the team in WS-FIND-TEAM-CODE. A team first
      *> seen on the jersey history has no name yet; the first list
      *> header for it fills the name in.
       P2C-FIND-TEAM.
           MOVE 'N'                             TO   WS-TEAM-LOST-FLAG
           MOVE 'N'                             TO   WS-TEAM-FOUND-FLAG
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TEAM-COUNT OR TEAM-ENTRY-FOUND
               IF WS-TM-CODE(WS-TX) = WS-FIND-TEAM-CODE
                   SET TEAM-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
      *> The VARYING loop steps the index once more after the body
      *> that sets TEAM-ENTRY-FOUND, so back it up onto the entry.
           IF TEAM-ENTRY-FOUND
               SET WS-TX DOWN BY 1
               IF WS-TM-NAME(WS-TX) = SPACES
                   MOVE WS-FIND-TEAM-NAME TO   WS-TM-NAME(WS-TX)
               END-IF
           ELSE
               IF WS-TEAM-COUNT >= 200
                   SET TEAM-SLOT-LOST TO TRUE
                   ADD 1                        TO   WS-TEAMS-LOST
                   DISPLAY 'WARNING: TEAM TABLE FULL - '
                           WS-FIND-TEAM-CODE ' NOT SUMMARISED'
               ELSE
                   ADD 1                        TO   WS-TEAM-COUNT
                   SET WS-TX TO WS-TEAM-COUNT
                   MOVE WS-FIND-TEAM-CODE TO   WS-TM-CODE(WS-TX)
                   MOVE WS-FIND-TEAM-NAME TO   WS-TM-NAME(WS-TX)
                   MOVE ZERO              TO   WS-TM-LISTS(WS-TX)
                   MOVE ZERO              TO   WS-TM-DETAILS(WS-TX)
                   MOVE ZERO              TO   WS-TM-PEAK(WS-TX)
                   MOVE ZERO              TO   WS-TM-ADDED(WS-TX)
                   MOVE ZERO              TO   WS-TM-DROPPED(WS-TX)
                   MOVE ZERO              TO   WS-TM-XFER-IN(WS-TX)
                   MOVE ZERO              TO   WS-TM-XFER-OUT(WS-TX)
                   MOVE ZERO              TO   WS-TM-NUM-CHANGES(WS-TX)
                   MOVE ZERO              TO   WS-TM-TURNOVER(WS-TX)
               END-IF
           END-IF
           .
      *> The jersey history carries no season marker of its own: an
      *> event belongs to the season its assign or release date falls
      *> in. Events are tabled first so the two halves of a transfer
      *> can be paired before anything is counted.
       P3-SCAN-JERSEY-HIST.
           OPEN INPUT JERSEY-HIST-FILE
           IF NOT JERSEY-HIST-STATUS-OK
               DISPLAY 'JERSHIST OPEN FAILED - STATUS: '
                       WS-JERSEY-HIST-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               PERFORM P8B-READ-JERSEY-HIST
               PERFORM P3A-STORE-EVENT WITH TEST BEFORE
                   UNTIL JERSEY-HIST-EOF
               CLOSE JERSEY-HIST-FILE

               PERFORM P3B-PAIR-MOVE
                   VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EVENT-COUNT
               PERFORM P3C-POST-EVENT
                   VARYING WS-EX FROM 1 BY 1
                   UNTIL WS-EX > WS-EVENT-COUNT
           END-IF
           .
       P3A-STORE-EVENT.
           IF JH-ASSIGN-DATE NOT = SPACES
               MOVE JH-ASSIGN-DATE              TO   WS-EVENT-DATE
           ELSE
               MOVE JH-RELEASE-DATE             TO   WS-EVENT-DATE
           END-IF
           IF (WS-START-DATE = SPACES
               OR WS-EVENT-DATE > WS-START-DATE)
              AND WS-EVENT-DATE <= WS-END-DATE
               ADD 1                            TO   WS-EVENTS-IN-SEASON
               IF WS-EVENT-COUNT >= 5000
                   ADD 1                        TO   WS-EVENTS-LOST
               ELSE
                   ADD 1                        TO   WS-EVENT-COUNT
                   SET WS-EX TO WS-EVENT-COUNT
                   MOVE JH-TEAM-CODE      TO   WS-EV-TEAM-CODE(WS-EX)
                   MOVE JH-JERSEY-NO      TO   WS-EV-JERSEY-NO(WS-EX)
                   MOVE JH-NAME           TO   WS-EV-NAME(WS-EX)
                   MOVE JH-RUN-ID         TO   WS-EV-RUN-ID(WS-EX)
                   MOVE JH-ATHLETE-ID     TO   WS-EV-ATHLETE-ID(WS-EX)
                   MOVE SPACE             TO   WS-EV-PAIRING(WS-EX)
                   IF JH-ASSIGN-DATE NOT = SPACES
                       MOVE 'A'           TO   WS-EV-KIND(WS-EX)
                   ELSE
                       MOVE 'R'           TO   WS-EV-KIND(WS-EX)
                   END-IF
               END-IF
           END-IF
           PERFORM P8B-READ-JERSEY-HIST
           .
      *> ROSTUPDT writes a settled move as a release at the old key
      *> and an assign at the new one, same run and same name. A name
      *> reassignment is a release and an assign on the SAME key and
      *> stays a drop and an add. Events written before run IDs were
      *> kept carry none and are never paired, and where both sides
      *> carry an athlete ID it must be the same player's.
       P3B-PAIR-MOVE.
           IF WS-EV-KIND(WS-EX) = 'R'
               MOVE 'N'                         TO   WS-PAIR-FOUND-FLAG
               PERFORM VARYING WS-EY FROM 1 BY 1
                       UNTIL WS-EY > WS-EVENT-COUNT OR PAIR-FOUND
                   IF WS-EV-KIND(WS-EY) = 'A'
                      AND WS-EV-PAIRING(WS-EY) = SPACE
                      AND WS-EV-RUN-ID(WS-EX) NOT = SPACES
                      AND WS-EV-RUN-ID(WS-EY) = WS-EV-RUN-ID(WS-EX)
                      AND WS-EV-NAME(WS-EY) = WS-EV-NAME(WS-EX)
                      AND (WS-EV-ATHLETE-ID(WS-EX) = SPACES
                           OR WS-EV-ATHLETE-ID(WS-EY) = SPACES
                           OR WS-EV-ATHLETE-ID(WS-EY)
                               = WS-EV-ATHLETE-ID(WS-EX))
                      AND (WS-EV-TEAM-CODE(WS-EY)
                               NOT = WS-EV-TEAM-CODE(WS-EX)
                           OR WS-EV-JERSEY-NO(WS-EY)
                               NOT = WS-EV-JERSEY-NO(WS-EX))
                       SET PAIR-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF PAIR-FOUND
                   SET WS-EY DOWN BY 1
                   IF WS-EV-TEAM-CODE(WS-EY) = WS-EV-TEAM-CODE(WS-EX)
                       MOVE 'N'           TO   WS-EV-PAIRING(WS-EX)
                       MOVE 'N'           TO   WS-EV-PAIRING(WS-EY)
                   ELSE
                       MOVE 'T'           TO   WS-EV-PAIRING(WS-EX)
                       MOVE 'T'           TO   WS-EV-PAIRING(WS-EY)
                   END-IF
               END-IF
           END-IF
           .
      *> Turnover is the number of the team's jerseys whose holder
      *> was released at least once in the season, whatever the
      *> reason - counted on the first release of each jersey.
       P3C-POST-EVENT.
           MOVE WS-EV-TEAM-CODE(WS-EX)          TO   WS-FIND-TEAM-CODE
           MOVE SPACES                          TO   WS-FIND-TEAM-NAME
           PERFORM P2C-FIND-TEAM
           IF NOT TEAM-SLOT-LOST
               EVALUATE TRUE
                   WHEN WS-EV-PAIRING(WS-EX) = 'N'
                       IF WS-EV-KIND(WS-EX) = 'R'
                           ADD 1    TO   WS-TM-NUM-CHANGES(WS-TX)
                       END-IF
                   WHEN WS-EV-PAIRING(WS-EX) = 'T'
                       IF WS-EV-KIND(WS-EX) = 'R'
                           ADD 1    TO   WS-TM-XFER-OUT(WS-TX)
                       ELSE
                           ADD 1    TO   WS-TM-XFER-IN(WS-TX)
                       END-IF
                   WHEN WS-EV-KIND(WS-EX) = 'A'
                       ADD 1        TO   WS-TM-ADDED(WS-TX)
                   WHEN OTHER
                       ADD 1        TO   WS-TM-DROPPED(WS-TX)
               END-EVALUATE

               IF WS-EV-KIND(WS-EX) = 'R'
                   MOVE 'N'                     TO   WS-KEY-SEEN-FLAG
                   PERFORM VARYING WS-EY FROM 1 BY 1
                           UNTIL WS-EY >= WS-EX OR KEY-SEEN
                       IF WS-EV-KIND(WS-EY) = 'R'
                          AND WS-EV-TEAM-CODE(WS-EY)
                              = WS-EV-TEAM-CODE(WS-EX)
                          AND WS-EV-JERSEY-NO(WS-EY)
                              = WS-EV-JERSEY-NO(WS-EX)
                           SET KEY-SEEN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT KEY-SEEN
                       ADD 1        TO   WS-TM-TURNOVER(WS-TX)
                   END-IF
               END-IF
           END-IF
           .
       P4-REPORT-SUMMARY.
           MOVE 1                               TO   WS-WANT-SECTION
           PERFORM P7D-CHECK-SECTION
           IF WS-TEAM-COUNT = ZERO
               MOVE '  NO LISTS OR JERSEY EVENTS IN THE SEASON'
                                                TO   SEAS-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           ELSE
               PERFORM P4A-REPORT-TEAM
                   VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TEAM-COUNT

               MOVE 'TOTAL'                     TO   WS-SD-CODE
               MOVE 'ALL TEAMS'                 TO   WS-SD-NAME
               MOVE WS-LG-LISTS                 TO   WS-SD-LISTS
               IF WS-LG-LISTS > ZERO
                   COMPUTE WS-AVG-SQUAD ROUNDED =
                       WS-LG-DETAILS / WS-LG-LISTS
               ELSE
                   MOVE ZERO                    TO   WS-AVG-SQUAD
               END-IF
               MOVE WS-AVG-SQUAD                TO   WS-SD-AVG
               MOVE WS-LG-PEAK                  TO   WS-SD-PEAK
               MOVE WS-LG-ADDED                 TO   WS-SD-ADDED
               MOVE WS-LG-DROPPED               TO   WS-SD-DROPPED
               MOVE WS-LG-XFER-IN               TO   WS-SD-XFER-IN
               MOVE WS-LG-XFER-OUT              TO   WS-SD-XFER-OUT
               MOVE WS-LG-NUM-CHANGES           TO   WS-SD-NUM-CHANGES
               MOVE WS-LG-TURNOVER              TO   WS-SD-TURNOVER
               MOVE SPACES                      TO   SEAS-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
               MOVE WS-SUMM-DETAIL-LINE         TO   SEAS-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P4A-REPORT-TEAM.
           MOVE WS-TM-CODE(WS-TX)               TO   WS-SD-CODE
           MOVE WS-TM-NAME(WS-TX)               TO   WS-SD-NAME
           MOVE WS-TM-LISTS(WS-TX)              TO   WS-SD-LISTS
           IF WS-TM-LISTS(WS-TX) > ZERO
               COMPUTE WS-AVG-SQUAD ROUNDED =
                   WS-TM-DETAILS(WS-TX) / WS-TM-LISTS(WS-TX)
           ELSE
               MOVE ZERO                        TO   WS-AVG-SQUAD
           END-IF
           MOVE WS-AVG-SQUAD                    TO   WS-SD-AVG
           MOVE WS-TM-PEAK(WS-TX)               TO   WS-SD-PEAK
           MOVE WS-TM-ADDED(WS-TX)              TO   WS-SD-ADDED
           MOVE WS-TM-DROPPED(WS-TX)            TO   WS-SD-DROPPED
           MOVE WS-TM-XFER-IN(WS-TX)            TO   WS-SD-XFER-IN
           MOVE WS-TM-XFER-OUT(WS-TX)           TO   WS-SD-XFER-OUT
           MOVE WS-TM-NUM-CHANGES(WS-TX)        TO   WS-SD-NUM-CHANGES
           MOVE WS-TM-TURNOVER(WS-TX)           TO   WS-SD-TURNOVER
           MOVE WS-SUMM-DETAIL-LINE             TO   SEAS-RECORD
           PERFORM P7C-WRITE-REPORT-LINE

           ADD WS-TM-LISTS(WS-TX)               TO   WS-LG-LISTS
           ADD WS-TM-DETAILS(WS-TX)             TO   WS-LG-DETAILS
           IF WS-TM-PEAK(WS-TX) > WS-LG-PEAK
               MOVE WS-TM-PEAK(WS-TX)           TO   WS-LG-PEAK
           END-IF
           ADD WS-TM-ADDED(WS-TX)               TO   WS-LG-ADDED
           ADD WS-TM-DROPPED(WS-TX)             TO   WS-LG-DROPPED
           ADD WS-TM-XFER-IN(WS-TX)             TO   WS-LG-XFER-IN
           ADD WS-TM-XFER-OUT(WS-TX)            TO   WS-LG-XFER-OUT
           ADD WS-TM-NUM-CHANGES(WS-TX)         TO   WS-LG-NUM-CHANGES
           ADD WS-TM-TURNOVER(WS-TX)            TO   WS-LG-TURNOVER
           .
      *> Nothing is resolved or aged out here: every open entry goes
      *> to the new season's file exactly as it came in, first-seen
      *> date and resend count untouched, so ROSTEDIT and FEEDRSND
      *> pick up where they left off. Entries already open before
      *> the previous close are starred on the report.
       P5-CARRY-FORWARD.
           MOVE 2                               TO   WS-WANT-SECTION
           PERFORM P7D-CHECK-SECTION
           OPEN OUTPUT SUSP-OUT-FILE
           OPEN INPUT SUSP-IN-FILE
           IF NOT SUSP-IN-STATUS-OK
               DISPLAY 'NOTE: NO REJECT SUSPENSE - STATUS: '
                       WS-SUSP-IN-STATUS
               SET SUSP-EOF TO TRUE
           ELSE
               PERFORM P8C-READ-SUSPENSE
               PERFORM P5A-CARRY-SUSPENSE WITH TEST BEFORE
                   UNTIL SUSP-EOF
               CLOSE SUSP-IN-FILE
           END-IF
           CLOSE SUSP-OUT-FILE
           IF WS-SUSP-READ = ZERO
               MOVE '  NO REJECT SUSPENSE ENTRIES OPEN'
                                                TO   SEAS-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF

           MOVE 3                               TO   WS-WANT-SECTION
           PERFORM P7D-CHECK-SECTION
           OPEN OUTPUT RETRY-OUT-FILE
           OPEN INPUT RETRY-IN-FILE
           IF NOT RETRY-IN-STATUS-OK
               DISPLAY 'NOTE: NO RETRY FILE - STATUS: '
                       WS-RETRY-IN-STATUS
               SET RETRY-EOF TO TRUE
           ELSE
               PERFORM P8D-READ-RETRY
               PERFORM P5B-CARRY-RETRY WITH TEST BEFORE
                   UNTIL RETRY-EOF
               CLOSE RETRY-IN-FILE
           END-IF
           CLOSE RETRY-OUT-FILE
           IF WS-RETRY-READ = ZERO
               MOVE '  NO FEED KEYS AWAITING RESEND'
                                                TO   SEAS-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P5A-CARRY-SUSPENSE.
           WRITE SUSP-OUT-RECORD FROM SUSPENSE-RECORD
           IF NOT SUSP-OUT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               ADD 1                            TO   WS-SUSP-CARRIED
           END-IF
           MOVE SUS-TEAM-CODE                   TO   WS-CS-TEAM
           MOVE SUS-JERSEY-NO                   TO   WS-CS-JERSEY
           MOVE SUS-NAME                        TO   WS-CS-NAME
           MOVE SUS-FIRST-DATE                  TO   WS-CS-FIRST
           MOVE SUS-ERROR                       TO   WS-CS-ERROR
           MOVE SPACE                           TO   WS-CS-FLAG
           IF WS-START-DATE NOT = SPACES
              AND SUS-FIRST-DATE <= WS-START-DATE
               MOVE '*'                         TO   WS-CS-FLAG
               ADD 1                            TO   WS-SUSP-PRIOR
           END-IF
           MOVE WS-SUSP-DETAIL-LINE             TO   SEAS-RECORD
           PERFORM P7C-WRITE-REPORT-LINE
           PERFORM P8C-READ-SUSPENSE
           .
       P5B-CARRY-RETRY.
           WRITE RETRY-OUT-RECORD FROM RETRY-RECORD
           IF NOT RETRY-OUT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               ADD 1                            TO   WS-RETRY-CARRIED
           END-IF
           MOVE RTY-TEAM-CODE                   TO   WS-CR-TEAM
           MOVE RTY-JERSEY-NO                   TO   WS-CR-JERSEY
           MOVE RTY-FIRST-DATE                  TO   WS-CR-FIRST
           IF RTY-COUNT NUMERIC
               MOVE RTY-COUNT                   TO   WS-CR-COUNT
           ELSE
               MOVE ZERO                        TO   WS-CR-COUNT
           END-IF
           MOVE SPACE                           TO   WS-CR-FLAG
           IF WS-START-DATE NOT = SPACES
              AND RTY-FIRST-DATE <= WS-START-DATE
               MOVE '*'                         TO   WS-CR-FLAG
               ADD 1                            TO   WS-RETRY-PRIOR
           END-IF
           MOVE WS-RETRY-DETAIL-LINE            TO   SEAS-RECORD
           PERFORM P7C-WRITE-REPORT-LINE
           PERFORM P8D-READ-RETRY
           .
      *> The marker goes on only after everything else balanced: a
      *> close that failed part way leaves the archive unmarked so the
      *> whole job can simply be rerun.
       P6-FINALIZE.
           MOVE 'ARCHIVE LISTS IN SEASON:'      TO   WS-ST-LABEL
           MOVE WS-LISTS-IN-SEASON              TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 2 LINES
           MOVE 'JERSEY EVENTS IN SEASON:'      TO   WS-ST-LABEL
           MOVE WS-EVENTS-IN-SEASON             TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           MOVE 'TEAMS SUMMARISED:'             TO   WS-ST-LABEL
           MOVE WS-TEAM-COUNT                   TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           MOVE 'SUSPENSE ENTRIES READ:'        TO   WS-ST-LABEL
           MOVE WS-SUSP-READ                    TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           MOVE 'SUSPENSE ENTRIES CARRIED:'     TO   WS-ST-LABEL
           MOVE WS-SUSP-CARRIED                 TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           MOVE '  FROM EARLIER SEASONS:'       TO   WS-ST-LABEL
           MOVE WS-SUSP-PRIOR                   TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           MOVE 'RETRY KEYS READ:'              TO   WS-ST-LABEL
           MOVE WS-RETRY-READ                   TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           MOVE 'RETRY KEYS CARRIED:'           TO   WS-ST-LABEL
           MOVE WS-RETRY-CARRIED                TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           MOVE '  FROM EARLIER SEASONS:'       TO   WS-ST-LABEL
           MOVE WS-RETRY-PRIOR                  TO   WS-ST-COUNT
           MOVE WS-SEAS-TOTAL-LINE              TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE

      *> Nothing open may be lost in the rollover: every suspense
      *> entry and retry key read must be on the new season's file.
           IF WS-SUSP-CARRIED = WS-SUSP-READ
              AND WS-RETRY-CARRIED = WS-RETRY-READ
              AND NOT FILE-ERROR-DETECTED
               MOVE 'IN BALANCE'                TO   WS-SB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE'            TO   WS-SB-RESULT
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE WS-SEAS-BALANCE-LINE            TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 2 LINES

           IF NOT FILE-ERROR-DETECTED
               PERFORM P6A-WRITE-SEASON-MARKER
           END-IF
           IF MARKER-WRITTEN
               MOVE 'WRITTEN FOR '              TO   WS-SM-RESULT
               MOVE WS-END-DATE                 TO   WS-SM-DATE
           ELSE
               MOVE 'NOT WRITTEN'               TO   WS-SM-RESULT
               MOVE SPACES                      TO   WS-SM-DATE
           END-IF
           MOVE WS-SEAS-MARKER-LINE             TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE

           DISPLAY 'SEASON CLOSE SUMMARY - LISTS: ' WS-LISTS-IN-SEASON
                   ' EVENTS: '                  WS-EVENTS-IN-SEASON
                   ' TEAMS: '                   WS-TEAM-COUNT
                   ' SUSPENSE: '                WS-SUSP-CARRIED
                   ' RETRY: '                   WS-RETRY-CARRIED
                   ' '                          WS-SB-RESULT

           IF WS-EVENTS-LOST > ZERO
               DISPLAY 'WARNING: EVENT TABLE FULL - '
                       WS-EVENTS-LOST ' JERSEY EVENTS NOT SUMMARISED'
           END-IF
           IF WS-TEAMS-LOST > ZERO
               DISPLAY 'WARNING: TEAM TABLE FULL - '
                       WS-TEAMS-LOST ' LISTS/EVENTS NOT SUMMARISED'
           END-IF

           CLOSE SEASON-RPT-FILE

           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-EVENTS-LOST > ZERO OR WS-TEAMS-LOST > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
      *> The marker is dated the season end; ARCH-SEASON-START keeps
      *> the previous close so the season's span is on the record.
       P6A-WRITE-SEASON-MARKER.
           OPEN EXTEND ARCHIVE-FILE
           IF NOT ARCHIVE-STATUS-OK
               DISPLAY 'ERROR: ROSTARCH EXTEND FAILED - STATUS: '
                       WS-ARCHIVE-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               MOVE SPACES                      TO   ARCHIVE-RECORD
               SET ARCH-SEASON-MARKER TO TRUE
               MOVE WS-END-DATE                 TO   ARCH-RUN-DATE
               MOVE WS-START-DATE               TO   ARCH-SEASON-START
               MOVE WS-FORMATTED-DATE           TO   ARCH-CLOSE-DATE
               WRITE ARCHIVE-RECORD
               IF NOT ARCHIVE-STATUS-OK
                   DISPLAY 'ERROR: ROSTARCH WRITE FAILED - STATUS: '
                           WS-ARCHIVE-STATUS
                   SET FILE-ERROR-DETECTED TO TRUE
               ELSE
                   SET MARKER-WRITTEN TO TRUE
               END-IF
               CLOSE ARCHIVE-FILE
           END-IF
           .
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-SH-DATE
           MOVE WS-END-DATE                     TO   WS-SH-END
           MOVE WS-PAGE-NO                      TO   WS-SH-PAGE
           MOVE WS-SEAS-PAGE-HEADER             TO   SEAS-RECORD
           WRITE SEAS-RECORD AFTER ADVANCING PAGE
           IF NOT SEASON-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           IF WS-CURRENT-SECTION > ZERO
               PERFORM P7E-WRITE-COLUMN-HEADER
           END-IF
           .
      *> The caller leaves the line in SEAS-RECORD; it is held aside
      *> while a page break writes the headings.
       P7C-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= 22
               MOVE SEAS-RECORD                 TO   WS-HOLD-RPT-LINE
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE WS-HOLD-RPT-LINE            TO   SEAS-RECORD
           END-IF
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           IF NOT SEASON-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
      *> Heads the section named in WS-WANT-SECTION, with its column
      *> headings, the first time it is asked for.
       P7D-CHECK-SECTION.
           IF WS-WANT-SECTION NOT = WS-CURRENT-SECTION
               MOVE WS-WANT-SECTION             TO   WS-CURRENT-SECTION
               IF WS-LINE-COUNT >= 19
                   MOVE ZERO                    TO   WS-CURRENT-SECTION
                   PERFORM P7A-WRITE-PAGE-HEADER
                   MOVE WS-WANT-SECTION         TO   WS-CURRENT-SECTION
               END-IF
               MOVE WS-SECTION-TITLE(WS-WANT-SECTION)
                                                TO   WS-SS-TITLE
               MOVE WS-SEAS-SECTION-LINE        TO   SEAS-RECORD
               WRITE SEAS-RECORD AFTER ADVANCING 2 LINES
               IF NOT SEASON-RPT-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               ADD 2                            TO   WS-LINE-COUNT
               PERFORM P7E-WRITE-COLUMN-HEADER
           END-IF
           .
       P7E-WRITE-COLUMN-HEADER.
           EVALUATE WS-CURRENT-SECTION
               WHEN 1
                   MOVE WS-SUMM-COLUMN-HEADER   TO   SEAS-RECORD
               WHEN 2
                   MOVE WS-SUSP-COLUMN-HEADER   TO   SEAS-RECORD
               WHEN OTHER
                   MOVE WS-RETRY-COLUMN-HEADER  TO   SEAS-RECORD
           END-EVALUATE
           WRITE SEAS-RECORD AFTER ADVANCING 1 LINE
           IF NOT SEASON-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
       P8A-READ-ARCHIVE.
           READ ARCHIVE-FILE
               AT END
                   SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF NOT ARCHIVE-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-ARCH-READ
           END-READ
           .
       P8B-READ-JERSEY-HIST.
           READ JERSEY-HIST-FILE
               AT END
                   SET JERSEY-HIST-EOF TO TRUE
               NOT AT END
                   IF NOT JERSEY-HIST-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-HIST-READ
           END-READ
           .
       P8C-READ-SUSPENSE.
           READ SUSP-IN-FILE
               AT END
                   SET SUSP-EOF TO TRUE
               NOT AT END
                   IF NOT SUSP-IN-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-SUSP-READ
           END-READ
           .
       P8D-READ-RETRY.
           READ RETRY-IN-FILE
               AT END
                   SET RETRY-EOF TO TRUE
               NOT AT END
                   IF NOT RETRY-IN-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-RETRY-READ
           END-READ
           .
       END PROGRAM SEASCLOS.
