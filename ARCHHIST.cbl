      *> the gaps are how the front office spots long absences the
      *> current ATH-STATUS flag cannot show. The SYSIN card narrows
      *> the scan to a date range and sets the gap threshold, like
      *> ROSTRPRT's request card. With no from-date the scan starts
      *> after the latest SEASCLOS season marker, so the report
      *> covers the current season only. A permanent athlete ID on
      *> the card narrows it to that one player's career: every team
      *> and jersey the ID made a list under, and with no from-date
      *> the whole archive rather than the season. A career also
      *> reaches into the ARCHPURG offload, so seasons purged off the
      *> live archive still count.
           SELECT REQUEST-CARD-FILE    ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-CARD-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *> Prior-season groups moved off the live archive by ARCHPURG.
      *> Only a career request reads it; a job without the offload
      *> allocated is fine - the failed open just means no purged
      *> seasons to count.
           SELECT OFFLOAD-FILE         ASSIGN TO "ARCHOFFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFLOAD-STATUS.

           SELECT HISTORY-RPT-FILE     ASSIGN TO "APPHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-RPT-STATUS.
           05  RQ-TO-DATE                  PIC X(10).
           05  FILLER                      PIC X.
           05  RQ-GAP-RUNS                 PIC X(3).
           05  FILLER                      PIC X.
           05  RQ-ATHLETE-ID               PIC X(7).
           05  FILLER                      PIC X(47).

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCH-INPUT-RECORD               PIC X(80).

       FD  OFFLOAD-FILE
           RECORDING MODE IS F.
       01  OFFL-INPUT-RECORD               PIC X(80).

       FD  HISTORY-RPT-FILE
           RECORDING MODE IS F.
       01  HIST-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
      *> Both archive sources are read INTO this one record area so
      *> the same scan serves whichever file the record came from.
           COPY ARCHRECD.

       01 WS-FILE-STATUSES.
           03 WS-REQUEST-CARD-STATUS           PIC XX.
               88 REQUEST-CARD-STATUS-OK        VALUE '00'.
           03 WS-ARCHIVE-STATUS                PIC XX.
               88 ARCHIVE-STATUS-OK             VALUE '00'.
           03 WS-OFFLOAD-STATUS                PIC XX.
               88 OFFLOAD-STATUS-OK             VALUE '00'.
           03 WS-HISTORY-RPT-STATUS            PIC XX.
               88 HISTORY-RPT-STATUS-OK         VALUE '00'.

       01 WS-FLAGS.
           03 WS-ARCHIVE-EOF                   PIC X         VALUE 'N'.
               88 ARCHIVE-EOF                   VALUE 'Y'.
           03 WS-SCAN-SOURCE-FLAG              PIC X         VALUE 'A'.
               88 SCANNING-OFFLOAD              VALUE 'O'.
           03 WS-IN-RANGE-FLAG                 PIC X         VALUE 'N'.
               88 SECTION-IN-RANGE              VALUE 'Y'.
           03 WS-TEAM-FOUND-FLAG               PIC X         VALUE 'N'.
           03 WS-FROM-DATE                     PIC X(10) VALUE SPACES.
           03 WS-TO-DATE                       PIC X(10) VALUE SPACES.
           03 WS-GAP-LIMIT                     PIC 9(3)      VALUE 5.
           03 WS-SEASON-START                  PIC X(10) VALUE SPACES.
           03 WS-ATHLETE-ID                    PIC X(7)  VALUE SPACES.

      *> One entry per team seen inside the date range; WS-TM-RUNS is
      *> the team's running list count and gives every athlete under
               05 WS-TM-CODE                   PIC X(5).
               05 WS-TM-NAME                   PIC X(30).
               05 WS-TM-RUNS                   PIC 9(5).
               05 WS-TM-ATHLETES               PIC 9(4).

      *> One entry per team-code/jersey seen inside the date range.
       01 WS-ATHLETE-TABLE.
           03 WS-GAPS-FLAGGED                  PIC 9(4)      VALUE ZERO.
           03 WS-ATH-LOST                      PIC 9(4)      VALUE ZERO.
           03 WS-TEAMS-LOST                    PIC 9(5)      VALUE ZERO.
           03 WS-CAREER-LISTS                  PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           05 WS-HR-GAP               PIC ZZ9.
           05 FILLER                  PIC X(33) VALUE SPACES.

       01 WS-HIST-ID-LINE.
           05 FILLER                  PIC X(12) VALUE 'ATHLETE ID: '.
           05 WS-HI-ID                PIC X(7).
           05 FILLER                  PIC X(61) VALUE SPACES.

       01 WS-HIST-TEAM-LINE.
           05 FILLER                  PIC X(6)  VALUE 'TEAM: '.
           05 WS-HT-NAME              PIC X(30).
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM P1A-READ-REQUEST-CARD
           IF WS-FROM-DATE = SPACES AND WS-ATHLETE-ID = SPACES
               PERFORM P1B-FIND-SEASON-START
           END-IF

           OPEN OUTPUT HISTORY-RPT-FILE
           PERFORM P7A-WRITE-PAGE-HEADER

           EVALUATE TRUE
               WHEN WS-FROM-DATE NOT = SPACES
                   MOVE WS-FROM-DATE            TO   WS-HR-FROM
               WHEN WS-ATHLETE-ID NOT = SPACES
                   MOVE 'CAREER'                TO   WS-HR-FROM
               WHEN OTHER
                   MOVE 'SEASON'                TO   WS-HR-FROM
           END-EVALUATE
           IF WS-TO-DATE = SPACES
               MOVE 'TO DATE'                   TO   WS-HR-TO
           ELSE
           MOVE WS-HIST-RANGE-LINE              TO   HIST-RECORD
           WRITE HIST-RECORD AFTER ADVANCING 1 LINE
           ADD 1                                TO   WS-LINE-COUNT
           IF WS-ATHLETE-ID NOT = SPACES
               MOVE WS-ATHLETE-ID               TO   WS-HI-ID
               MOVE WS-HIST-ID-LINE             TO   HIST-RECORD
               WRITE HIST-RECORD AFTER ADVANCING 1 LINE
               ADD 1                            TO   WS-LINE-COUNT
           END-IF

           PERFORM P2-SCAN-ARCHIVE
           PERFORM P3-REPORT-HISTORY
           PERFORM P4-FINALIZE
           .
      *> One optional card: from-date, to-date (either may be blank
      *> for open-ended), the gap threshold in runs and an optional
      *> athlete ID in columns 27-33. No card scans the current
      *> season with the shipped threshold of 5; a from-date of
      *> 0000-00-00 reaches back over every season still on the
      *> archive.
       P1A-READ-REQUEST-CARD.
           OPEN INPUT REQUEST-CARD-FILE
           READ REQUEST-CARD-FILE
               NOT AT END
                   MOVE RQ-FROM-DATE            TO   WS-FROM-DATE
                   MOVE RQ-TO-DATE              TO   WS-TO-DATE
                   MOVE RQ-ATHLETE-ID           TO   WS-ATHLETE-ID
                   IF RQ-GAP-RUNS NUMERIC
                       MOVE RQ-GAP-RUNS         TO   WS-GAP-LIMIT
                   ELSE
           END-READ
           CLOSE REQUEST-CARD-FILE
           .
      *> The season open is the latest marker dated before the
      *> to-date, so a to-date inside an earlier season still reports
      *> just that season. No marker means no season has been closed
      *> and the whole archive is the season.
       P1B-FIND-SEASON-START.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS-OK
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END SET ARCHIVE-EOF TO TRUE
               END-READ
               PERFORM P1C-NOTE-MARKER WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
               MOVE 'N'                         TO   WS-ARCHIVE-EOF
           END-IF
           .
       P1C-NOTE-MARKER.
           IF ARCH-SEASON-MARKER
              AND ARCH-RUN-DATE > WS-SEASON-START
              AND (WS-TO-DATE = SPACES
                   OR ARCH-RUN-DATE < WS-TO-DATE)
               MOVE ARCH-RUN-DATE               TO   WS-SEASON-START
           END-IF
           READ ARCHIVE-FILE INTO ARCHIVE-RECORD
               AT END SET ARCHIVE-EOF TO TRUE
           END-READ
           .
      *> The offloaded seasons are older than anything left on the
      *> live archive, so a career scans the offload first and every
      *> team's runs still arrive in date order for the gap count and
      *> the first/last dates.
       P2-SCAN-ARCHIVE.
           IF WS-ATHLETE-ID NOT = SPACES
               PERFORM P2E-SCAN-OFFLOAD
           END-IF

           MOVE 'A'                             TO  WS-SCAN-SOURCE-FLAG
           MOVE 'N'                             TO   WS-ARCHIVE-EOF
           MOVE 'N'                             TO   WS-IN-RANGE-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-STATUS-OK
               DISPLAY 'ROSTARCH OPEN FAILED - STATUS: '
               SET FILE-ERROR-DETECTED TO TRUE
               SET ARCHIVE-EOF TO TRUE
           ELSE
               PERFORM P8A-READ-ARCH-SOURCE
           END-IF

           PERFORM P2A-PROCESS-ARCH-RECORD WITH TEST BEFORE
           .
      *> A header opens its team's section when the run date falls in
      *> the requested range; details are accumulated only while an
      *> in-range section is open, exactly like ROSTRPRT's scan. A
      *> career request posts only the details carrying its ID.
       P2A-PROCESS-ARCH-RECORD.
           EVALUATE TRUE
               WHEN ARCH-HEADER
                   ADD 1                        TO   WS-HEADERS-READ
                   PERFORM P2B-OPEN-SECTION
               WHEN ARCH-DETAIL AND SECTION-IN-RANGE
                    AND (WS-ATHLETE-ID = SPACES
                         OR ARCH-ATHLETE-ID = WS-ATHLETE-ID)
                   ADD 1                        TO   WS-DETAILS-READ
                   PERFORM P2D-POST-ATHLETE THRU P2D-EXIT
           END-EVALUATE

           PERFORM P8A-READ-ARCH-SOURCE
           .
      *> A section whose team could not be tabled stays out of range:
      *> its details are skipped rather than posted against a slot
           MOVE 'N'                             TO   WS-IN-RANGE-FLAG
           IF (WS-FROM-DATE = SPACES
               OR ARCH-RUN-DATE >= WS-FROM-DATE)
              AND (WS-SEASON-START = SPACES
                   OR ARCH-RUN-DATE > WS-SEASON-START)
              AND (WS-TO-DATE = SPACES
                   OR ARCH-RUN-DATE <= WS-TO-DATE)
               PERFORM P2C-FIND-TEAM
                   MOVE ARCH-TEAM-CODE          TO   WS-TM-CODE(WS-TX)
                   MOVE ARCH-TEAM-NAME          TO   WS-TM-NAME(WS-TX)
                   MOVE ZERO                    TO   WS-TM-RUNS(WS-TX)
                   MOVE ZERO                TO   WS-TM-ATHLETES(WS-TX)
               END-IF
           END-IF
           IF NOT TEAM-SLOT-LOST
               MOVE ZERO                  TO   WS-AT-APPEARANCES(WS-AX)
               MOVE ARCH-RUN-DATE         TO   WS-AT-FIRST-DATE(WS-AX)
               MOVE ZERO                  TO   WS-AT-MAX-GAP(WS-AX)
               SET WS-TX TO WS-CUR-TEAM-SUB
               ADD 1                      TO   WS-TM-ATHLETES(WS-TX)
           END-IF
           ADD 1                          TO   WS-AT-APPEARANCES(WS-AX)
           MOVE ARCH-NAME                 TO   WS-AT-NAME(WS-AX)
           MOVE WS-TM-RUNS(WS-TX)         TO   WS-AT-LAST-RUN(WS-AX).
       P2D-EXIT.
           EXIT.
      *> A missing offload is the normal case until the first purge
      *> runs - note it and move on, it is not a run error.
       P2E-SCAN-OFFLOAD.
           MOVE 'O'                             TO  WS-SCAN-SOURCE-FLAG
           MOVE 'N'                             TO   WS-ARCHIVE-EOF
           OPEN INPUT OFFLOAD-FILE
           IF NOT OFFLOAD-STATUS-OK
               DISPLAY 'NOTE: NO ARCHIVE OFFLOAD - STATUS: '
                       WS-OFFLOAD-STATUS
           ELSE
               PERFORM P8A-READ-ARCH-SOURCE
               PERFORM P2A-PROCESS-ARCH-RECORD WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               CLOSE OFFLOAD-FILE
           END-IF
           .
       P3-REPORT-HISTORY.
           EVALUATE TRUE
               WHEN WS-TEAM-COUNT = ZERO
                   MOVE '  NO ARCHIVE RUNS IN RANGE' TO HIST-RECORD
                   WRITE HIST-RECORD AFTER ADVANCING 1 LINE
               WHEN WS-ATHLETE-ID NOT = SPACES AND WS-ATH-COUNT = ZERO
                   MOVE '  NO LISTS IN RANGE FOR THIS ATHLETE ID'
                                                TO   HIST-RECORD
                   WRITE HIST-RECORD AFTER ADVANCING 1 LINE
               WHEN OTHER
                   PERFORM P3A-REPORT-TEAM THRU P3A-EXIT
                       VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TEAM-COUNT
           END-EVALUATE
           .
      *> A career request prints only the teams the player made a
      *> list for.
       P3A-REPORT-TEAM.
           IF WS-ATHLETE-ID NOT = SPACES
              AND WS-TM-ATHLETES(WS-TX) = ZERO
               GO TO P3A-EXIT
           END-IF
           ADD 1                                TO   WS-TEAMS-REPORTED
           SET WS-RPT-TEAM-SUB TO WS-TX
           IF WS-LINE-COUNT >= 19

           PERFORM P3B-REPORT-ATHLETE
               VARYING WS-AX FROM 1 BY 1
               UNTIL WS-AX > WS-ATH-COUNT.
       P3A-EXIT.
           EXIT.
       P3B-REPORT-ATHLETE.
           SET WS-TX TO WS-RPT-TEAM-SUB
           IF WS-AT-TEAM-CODE(WS-AX) = WS-TM-CODE(WS-TX)
               ADD 1                        TO   WS-ATHLETES-REPORTED
               ADD WS-AT-APPEARANCES(WS-AX)     TO   WS-CAREER-LISTS
      *> Runs missed since the athlete's last appearance count toward
      *> the gap too - a player who vanished mid-season and never
      *> came back must still be flagged.
           MOVE WS-GAPS-FLAGGED                 TO   WS-HT-COUNT
           MOVE WS-HIST-TOTAL-LINE              TO   HIST-RECORD
           WRITE HIST-RECORD AFTER ADVANCING 1 LINE
           IF WS-ATHLETE-ID NOT = SPACES
               MOVE 'CAREER LISTS MADE:'        TO   WS-HT-LABEL
               MOVE WS-CAREER-LISTS             TO   WS-HT-COUNT
               MOVE WS-HIST-TOTAL-LINE          TO   HIST-RECORD
               WRITE HIST-RECORD AFTER ADVANCING 1 LINE
           END-IF

           DISPLAY 'HISTORY SUMMARY - HEADERS: ' WS-HEADERS-READ
                   ' DETAILS: '                  WS-DETAILS-READ
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           .
       P8A-READ-ARCH-SOURCE.
           IF SCANNING-OFFLOAD
               READ OFFLOAD-FILE INTO ARCHIVE-RECORD
                   AT END SET ARCHIVE-EOF TO TRUE
                   NOT AT END
                       IF NOT OFFLOAD-STATUS-OK
                           SET FILE-ERROR-DETECTED TO TRUE
                       END-IF
               END-READ
           ELSE
               READ ARCHIVE-FILE INTO ARCHIVE-RECORD
                   AT END SET ARCHIVE-EOF TO TRUE
                   NOT AT END
                       IF NOT ARCHIVE-STATUS-OK
                           SET FILE-ERROR-DETECTED TO TRUE
                       END-IF
               END-READ
           END-IF
           .
       END PROGRAM ARCHHIST.
