       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Player dossier inquiry: each SYSIN card carries a player name,
      *> in full or just its leading part, and every athlete whose
      *> name starts that way gets one dossier pulling together the
      *> current master record, every jersey held, every printed list
      *> the name appeared on, any open edit-reject suspense entry and
      *> any feed key still bouncing at ticketing. Replaces running
      *> JERSHINQ, ARCHHIST and ROSTRPRT and searching the suspense
      *> and retry files by eye.
           SELECT REQUEST-CARD-FILE    ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-CARD-STATUS.

           SELECT ATHLETE-MASTER-FILE  ASSIGN TO "ATHLMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATHLETE-MASTER-STATUS.

           SELECT JERSEY-HIST-FILE     ASSIGN TO "JERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JERSEY-HIST-STATUS.

           SELECT ARCHIVE-FILE         ASSIGN TO "ROSTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

      *> Prior-season groups moved off the live archive by ARCHPURG.
      *> A job without the offload allocated is fine - the failed
      *> open just means no prior seasons to search.
           SELECT OFFLOAD-FILE         ASSIGN TO "ARCHOFFL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OFFLOAD-STATUS.

      *> The suspense and retry files are read as the last run left
      *> them; either may legitimately be missing on a quiet night.
           SELECT SUSP-IN-FILE         ASSIGN TO "ATHLSUSI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSP-IN-STATUS.

           SELECT RETRY-FILE           ASSIGN TO "RETRYOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETRY-STATUS.

           SELECT INQUIRY-RPT-FILE     ASSIGN TO "DOSSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-CARD-FILE
           RECORDING MODE IS F.
       01  REQUEST-CARD.
           05  RQ-NAME                     PIC X(30).
           05  FILLER                      PIC X(50).

       FD  ATHLETE-MASTER-FILE
           RECORDING MODE IS F.
           COPY ATHLRECD.

       FD  JERSEY-HIST-FILE
           RECORDING MODE IS F.
           COPY JHSTRECD.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCH-INPUT-RECORD               PIC X(80).

       FD  OFFLOAD-FILE
           RECORDING MODE IS F.
       01  OFFL-INPUT-RECORD               PIC X(80).

       FD  SUSP-IN-FILE
           RECORDING MODE IS F.
           COPY SUSPRECD.

       FD  RETRY-FILE
           RECORDING MODE IS F.
           COPY RTRYRECD.

       FD  INQUIRY-RPT-FILE
           RECORDING MODE IS F.
       01  INQ-RECORD                      PIC X(80).

       WORKING-STORAGE SECTION.
      *> Both archive sources are read INTO this one record area so
      *> the same scan serves whichever file the record came from.
           COPY ARCHRECD.

       01 WS-FILE-STATUSES.
           03 WS-REQUEST-CARD-STATUS           PIC XX.
               88 REQUEST-CARD-STATUS-OK        VALUE '00'.
           03 WS-ATHLETE-MASTER-STATUS         PIC XX.
               88 ATHLETE-MASTER-STATUS-OK      VALUE '00'.
           03 WS-JERSEY-HIST-STATUS            PIC XX.
               88 JERSEY-HIST-STATUS-OK         VALUE '00'.
           03 WS-ARCHIVE-STATUS                PIC XX.
               88 ARCHIVE-STATUS-OK             VALUE '00'.
           03 WS-OFFLOAD-STATUS                PIC XX.
               88 OFFLOAD-STATUS-OK             VALUE '00'.
           03 WS-SUSP-IN-STATUS                PIC XX.
               88 SUSP-IN-STATUS-OK             VALUE '00'.
           03 WS-RETRY-STATUS                  PIC XX.
               88 RETRY-STATUS-OK               VALUE '00'.
           03 WS-INQUIRY-RPT-STATUS            PIC XX.
               88 INQUIRY-RPT-STATUS-OK         VALUE '00'.

       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

       01 WS-FLAGS.
           03 WS-REQUEST-EOF                   PIC X         VALUE 'N'.
               88 REQUEST-EOF                   VALUE 'Y'.
           03 WS-MASTER-EOF                    PIC X         VALUE 'N'.
               88 MASTER-EOF                    VALUE 'Y'.
           03 WS-HISTORY-EOF                   PIC X         VALUE 'N'.
               88 HISTORY-EOF                   VALUE 'Y'.
           03 WS-ARCHIVE-EOF                   PIC X         VALUE 'N'.
               88 ARCHIVE-EOF                   VALUE 'Y'.
           03 WS-SUSP-EOF                      PIC X         VALUE 'N'.
               88 SUSP-EOF                      VALUE 'Y'.
           03 WS-RETRY-EOF                     PIC X         VALUE 'N'.
               88 RETRY-EOF                     VALUE 'Y'.
           03 WS-SCAN-SOURCE-FLAG              PIC X         VALUE 'A'.
               88 SCANNING-OFFLOAD              VALUE 'O'.
           03 WS-NAME-MATCH-FLAG               PIC X         VALUE 'N'.
               88 NAME-MATCHES                  VALUE 'Y'.
           03 WS-PLAYER-FOUND-FLAG             PIC X         VALUE 'N'.
               88 PLAYER-FOUND                  VALUE 'Y'.

      *> WS-RQ-LENGTH is the length of the name as punched, trailing
      *> blanks dropped - a file name matches when its first that
      *> many characters equal the card.
       01 WS-REQUEST-TABLE.
           03 WS-REQUEST-COUNT                 PIC 99    VALUE ZERO.
           03 WS-REQUEST-ENTRY  OCCURS 20 TIMES
                                INDEXED BY WS-RX.
               05 WS-RQ-NAME                   PIC X(30).
               05 WS-RQ-LENGTH                 PIC 99.
               05 WS-RQ-FOUND-FLAG             PIC X.

      *> One entry per distinct athlete found matching a card; each
      *> gets its own dossier, in the order first found. A player is
      *> the name plus the permanent athlete ID, so two players of
      *> the same name get a dossier each. Records from before IDs
      *> were issued carry none and are grouped by name alone.
       01 WS-PLAYER-TABLE.
           03 WS-PLAYER-COUNT                  PIC 99    VALUE ZERO.
           03 WS-PLAYER-ENTRY  OCCURS 50 TIMES
                               INDEXED BY WS-PX.
               05 WS-PL-NAME                   PIC X(30).
               05 WS-PL-ATHLETE-ID             PIC X(7).

      *> What each file holds for the matched players, tagged with the
      *> player's entry number so the dossiers can be printed one
      *> player at a time once every file has been read.
       01 WS-MASTER-HITS.
           03 WS-MASTER-HIT-COUNT              PIC 999       VALUE ZERO.
           03 WS-MASTER-HIT  OCCURS 100 TIMES
                             INDEXED BY WS-MX.
               05 WS-MH-PLAYER                 PIC 99.
               05 WS-MH-TEAM-CODE              PIC X(5).
               05 WS-MH-JERSEY-NO              PIC X(3).
               05 WS-MH-POSITION               PIC X(15).
               05 WS-MH-STATUS                 PIC X.
               05 WS-MH-ATHLETE-ID             PIC X(7).

       01 WS-JERSEY-HITS.
           03 WS-JERSEY-HIT-COUNT              PIC 9(4)      VALUE ZERO.
           03 WS-JERSEY-HIT  OCCURS 1000 TIMES
                             INDEXED BY WS-JX.
               05 WS-JT-PLAYER                 PIC 99.
               05 WS-JT-TEAM-CODE              PIC X(5).
               05 WS-JT-JERSEY-NO              PIC X(3).
               05 WS-JT-ASSIGN-DATE            PIC X(10).
               05 WS-JT-RELEASE-DATE           PIC X(10).
               05 WS-JT-RUN-ID                 PIC X(8).
               05 WS-JT-ATHLETE-ID             PIC X(7).

       01 WS-LIST-HITS.
           03 WS-LIST-HIT-COUNT                PIC 9(4)      VALUE ZERO.
           03 WS-LIST-HIT  OCCURS 2000 TIMES
                           INDEXED BY WS-LX.
               05 WS-LT-PLAYER                 PIC 99.
               05 WS-LT-SOURCE                 PIC X.
               05 WS-LT-RUN-DATE               PIC X(10).
               05 WS-LT-TEAM-CODE              PIC X(5).
               05 WS-LT-LIST-NO                PIC 99.
               05 WS-LT-JERSEY-NO              PIC 9(3).
               05 WS-LT-RUN-ID                 PIC X(8).
               05 WS-LT-ATHLETE-ID             PIC X(7).

       01 WS-SUSP-HITS.
           03 WS-SUSP-HIT-COUNT                PIC 999       VALUE ZERO.
           03 WS-SUSP-HIT  OCCURS 100 TIMES
                           INDEXED BY WS-SX.
               05 WS-ST-PLAYER                 PIC 99.
               05 WS-ST-FIRST-DATE             PIC X(10).
               05 WS-ST-TEAM-CODE              PIC X(5).
               05 WS-ST-JERSEY-NO              PIC X(3).
               05 WS-ST-ERROR                  PIC X(30).

       01 WS-RETRY-HITS.
           03 WS-RETRY-HIT-COUNT               PIC 999       VALUE ZERO.
           03 WS-RETRY-HIT  OCCURS 100 TIMES
                            INDEXED BY WS-YX.
               05 WS-YT-PLAYER                 PIC 99.
               05 WS-YT-TEAM-CODE              PIC X(5).
               05 WS-YT-JERSEY-NO              PIC X(3).
               05 WS-YT-FIRST-DATE             PIC X(10).
               05 WS-YT-COUNT                  PIC 9(3).

       01 WS-INQUIRY-WORK.
           03 WS-TEST-NAME                     PIC X(30).
           03 WS-TEST-ATHLETE-ID               PIC X(7).
           03 WS-CUR-PLAYER                    PIC 99        VALUE ZERO.
           03 WS-HDR-RUN-ID                    PIC X(8)  VALUE SPACES.
           03 WS-HDR-LIST-NO                   PIC 99        VALUE ZERO.
           03 WS-SECTION-LINES                 PIC 9(4)      VALUE ZERO.

       01 WS-INQUIRY-COUNTERS.
           03 WS-RECORDS-READ                  PIC 9(7)      VALUE ZERO.
           03 WS-HITS-LOST                     PIC 9(5)      VALUE ZERO.
           03 WS-PLAYERS-LOST                  PIC 9(5)      VALUE ZERO.
           03 WS-LINES-PRINTED                 PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.
           03 WS-HOLD-RPT-LINE                 PIC X(80)   VALUE SPACES.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).

       01 WS-INQ-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'PLAYER DOSSIER INQUIRY    '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-IH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-IH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-DOSSIER-LINE.
           05 FILLER                  PIC X(9)  VALUE 'DOSSIER: '.
           05 WS-DL-NAME              PIC X(30).
           05 FILLER                  PIC X(13)
               VALUE ' ATHLETE ID: '.
           05 WS-DL-ATHLETE-ID        PIC X(7).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-DL-CONTINUED         PIC X(11) VALUE SPACES.
           05 FILLER                  PIC X(9)  VALUE SPACES.

       01 WS-DOSSIER-SECTION-LINE.
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-DS-TITLE             PIC X(40).
           05 FILLER                  PIC X(38) VALUE SPACES.

      *> The master, jersey and list lines all open with the same
      *> team, jersey and athlete ID columns.
       01 WS-MASTER-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 WS-ML-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-ML-JERSEY-NO         PIC X(3).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-ML-ATHLETE-ID        PIC X(7).
           05 FILLER                  PIC X(12) VALUE '  POSITION: '.
           05 WS-ML-POSITION          PIC X(15).
           05 FILLER                  PIC X(10) VALUE '  STATUS: '.
           05 WS-ML-STATUS            PIC X(9).
           05 FILLER                  PIC X(13) VALUE SPACES.

       01 WS-JERSEY-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 WS-JL-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-JL-JERSEY-NO         PIC X(3).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-JL-ATHLETE-ID        PIC X(7).
           05 FILLER                  PIC X(12) VALUE '  ASSIGNED: '.
           05 WS-JL-ASSIGNED          PIC X(10).
           05 FILLER                  PIC X(12) VALUE '  RELEASED: '.
           05 WS-JL-RELEASED          PIC X(10).
           05 FILLER                  PIC X(7)  VALUE '  RUN: '.
           05 WS-JL-RUN-ID            PIC X(8).

       01 WS-LIST-LINE.
           05 FILLER                  PIC X(4)  VALUE SPACES.
           05 WS-LL-SOURCE            PIC X(8).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-LL-RUN-DATE          PIC X(10).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-LL-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-LL-JERSEY-NO         PIC 9(3).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-LL-ATHLETE-ID        PIC X(7).
           05 FILLER                  PIC X(8)  VALUE '  LIST: '.
           05 WS-LL-LIST-NO           PIC 99.
           05 FILLER                  PIC X(7)  VALUE '  RUN: '.
           05 WS-LL-RUN-ID            PIC X(8).
           05 FILLER                  PIC X(13) VALUE SPACES.

       01 WS-SUSP-LINE.
           05 FILLER                  PIC X(18)
               VALUE '    FIRST FAILED: '.
           05 WS-SL-FIRST-DATE        PIC X(10).
           05 FILLER                  PIC X(7)  VALUE '  KEY: '.
           05 WS-SL-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SL-JERSEY-NO         PIC X(3).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-SL-ERROR             PIC X(30).
           05 FILLER                  PIC X(4)  VALUE SPACES.

       01 WS-RETRY-LINE.
           05 FILLER                  PIC X(9)  VALUE '    KEY: '.
           05 WS-YL-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-YL-JERSEY-NO         PIC X(3).
           05 FILLER                  PIC X(16)
               VALUE '  FIRST RESENT: '.
           05 WS-YL-FIRST-DATE        PIC X(10).
           05 FILLER                  PIC X(10) VALUE '  NIGHTS: '.
           05 WS-YL-COUNT             PIC ZZ9.
           05 FILLER                  PIC X(23) VALUE SPACES.

       01 WS-INQ-MISSING-LINE.
           05 FILLER                  PIC X(27)
               VALUE 'NO ATHLETE FOUND MATCHING: '.
           05 WS-IM-NAME              PIC X(30).
           05 FILLER                  PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM P1A-LOAD-REQUESTS

           OPEN OUTPUT INQUIRY-RPT-FILE

           IF WS-REQUEST-COUNT = ZERO
               DISPLAY 'NO INQUIRY REQUEST CARDS SUPPLIED'
               MOVE 'NO INQUIRY REQUEST CARDS SUPPLIED'
                                                TO   INQ-RECORD
               WRITE INQ-RECORD AFTER ADVANCING 1 LINE
           ELSE
               PERFORM P2-SCAN-MASTER
               PERFORM P2C-SCAN-HISTORY
               PERFORM P2E-SCAN-ARCHIVE
               PERFORM P2G-SCAN-OFFLOAD
               PERFORM P2I-SCAN-SUSPENSE
               PERFORM P2K-SCAN-RETRY
               PERFORM P3-PRINT-DOSSIERS
           END-IF

           PERFORM P4-FINALIZE
           .
       P1A-LOAD-REQUESTS.
           OPEN INPUT REQUEST-CARD-FILE
           READ REQUEST-CARD-FILE
               AT END SET REQUEST-EOF TO TRUE
           END-READ
           PERFORM P1B-STORE-REQUEST WITH TEST BEFORE
               UNTIL REQUEST-EOF OR WS-REQUEST-COUNT >= 20
      *> A request card past the table would simply never print -
      *> name each dropped card and end the job with a warning so
      *> the requester knows to resubmit it on its own deck.
           IF NOT REQUEST-EOF
               PERFORM P1C-REPORT-DROPPED-CARD WITH TEST BEFORE
                   UNTIL REQUEST-EOF
           END-IF
           CLOSE REQUEST-CARD-FILE
           .
       P1B-STORE-REQUEST.
           IF RQ-NAME NOT = SPACES
               ADD 1                            TO   WS-REQUEST-COUNT
               SET WS-RX TO WS-REQUEST-COUNT
               MOVE RQ-NAME                 TO  WS-RQ-NAME(WS-RX)
               MOVE 'N'                     TO  WS-RQ-FOUND-FLAG(WS-RX)
               PERFORM VARYING WS-RQ-LENGTH(WS-RX) FROM 30 BY -1
                       UNTIL RQ-NAME(WS-RQ-LENGTH(WS-RX):1) NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF
           READ REQUEST-CARD-FILE
               AT END SET REQUEST-EOF TO TRUE
           END-READ
           .
       P1C-REPORT-DROPPED-CARD.
           IF RQ-NAME NOT = SPACES
               DISPLAY 'WARNING: REQUEST TABLE FULL - CARD '
                       RQ-NAME ' DROPPED'
               IF RETURN-CODE < 4
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF
           READ REQUEST-CARD-FILE
               AT END SET REQUEST-EOF TO TRUE
           END-READ
           .
      *> The master is read first so a current athlete's dossier is
      *> numbered ahead of former players found only in the history.
       P2-SCAN-MASTER.
           OPEN INPUT ATHLETE-MASTER-FILE
           IF NOT ATHLETE-MASTER-STATUS-OK
               DISPLAY 'ATHLMSTR OPEN FAILED - STATUS: '
                       WS-ATHLETE-MASTER-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               READ ATHLETE-MASTER-FILE
                   AT END SET MASTER-EOF TO TRUE
               END-READ
               PERFORM P2A-MATCH-MASTER-RECORD WITH TEST BEFORE
                   UNTIL MASTER-EOF
               CLOSE ATHLETE-MASTER-FILE
           END-IF
           .
       P2A-MATCH-MASTER-RECORD.
           ADD 1                                TO   WS-RECORDS-READ
           MOVE ATH-NAME                        TO   WS-TEST-NAME
           MOVE ATH-ATHLETE-ID                  TO   WS-TEST-ATHLETE-ID
           PERFORM P5A-FIND-PLAYER
           IF WS-CUR-PLAYER > ZERO
               IF WS-MASTER-HIT-COUNT >= 100
                   ADD 1                        TO   WS-HITS-LOST
               ELSE
                   ADD 1                        TO   WS-MASTER-HIT-COUNT
                   SET WS-MX TO WS-MASTER-HIT-COUNT
                   MOVE WS-CUR-PLAYER      TO   WS-MH-PLAYER(WS-MX)
                   MOVE ATH-TEAM-CODE      TO   WS-MH-TEAM-CODE(WS-MX)
                   MOVE ATH-JERSEY-NO      TO   WS-MH-JERSEY-NO(WS-MX)
                   MOVE ATH-POSITION       TO   WS-MH-POSITION(WS-MX)
                   MOVE ATH-STATUS         TO   WS-MH-STATUS(WS-MX)
                   MOVE ATH-ATHLETE-ID    TO   WS-MH-ATHLETE-ID(WS-MX)
               END-IF
           END-IF
           READ ATHLETE-MASTER-FILE
               AT END SET MASTER-EOF TO TRUE
               NOT AT END
                   IF NOT ATHLETE-MASTER-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
      *> The history file is appended in run order, so each player's
      *> jerseys come out in the order they were held.
       P2C-SCAN-HISTORY.
           OPEN INPUT JERSEY-HIST-FILE
           IF NOT JERSEY-HIST-STATUS-OK
               DISPLAY 'JERSHIST OPEN FAILED - STATUS: '
                       WS-JERSEY-HIST-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               READ JERSEY-HIST-FILE
                   AT END SET HISTORY-EOF TO TRUE
               END-READ
               PERFORM P2D-MATCH-HIST-RECORD WITH TEST BEFORE
                   UNTIL HISTORY-EOF
               CLOSE JERSEY-HIST-FILE
           END-IF
           .
       P2D-MATCH-HIST-RECORD.
           ADD 1                                TO   WS-RECORDS-READ
           MOVE JH-NAME                         TO   WS-TEST-NAME
           MOVE JH-ATHLETE-ID                   TO   WS-TEST-ATHLETE-ID
           PERFORM P5A-FIND-PLAYER
           IF WS-CUR-PLAYER > ZERO
               IF WS-JERSEY-HIT-COUNT >= 1000
                   ADD 1                        TO   WS-HITS-LOST
               ELSE
                   ADD 1                        TO   WS-JERSEY-HIT-COUNT
                   SET WS-JX TO WS-JERSEY-HIT-COUNT
                   MOVE WS-CUR-PLAYER      TO   WS-JT-PLAYER(WS-JX)
                   MOVE JH-TEAM-CODE       TO   WS-JT-TEAM-CODE(WS-JX)
                   MOVE JH-JERSEY-NO       TO   WS-JT-JERSEY-NO(WS-JX)
                   MOVE JH-ASSIGN-DATE     TO   WS-JT-ASSIGN-DATE(WS-JX)
                   MOVE JH-RELEASE-DATE   TO   WS-JT-RELEASE-DATE(WS-JX)
                   MOVE JH-RUN-ID          TO   WS-JT-RUN-ID(WS-JX)
                   MOVE JH-ATHLETE-ID     TO   WS-JT-ATHLETE-ID(WS-JX)
               END-IF
           END-IF
           READ JERSEY-HIST-FILE
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   IF NOT JERSEY-HIST-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P2E-SCAN-ARCHIVE.
           MOVE 'A'                             TO  WS-SCAN-SOURCE-FLAG
           MOVE 'N'                             TO   WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-STATUS-OK
               DISPLAY 'ROSTARCH OPEN FAILED - STATUS: '
                       WS-ARCHIVE-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               PERFORM P8A-READ-ARCH-SOURCE
               PERFORM P2F-MATCH-ARCH-RECORD WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF
           .
      *> A detail carries its own run date and team but not the list
      *> number or run ID, so those are kept from the last header.
       P2F-MATCH-ARCH-RECORD.
           ADD 1                                TO   WS-RECORDS-READ
           EVALUATE TRUE
               WHEN ARCH-HEADER
                   MOVE ARCH-RUN-ID             TO   WS-HDR-RUN-ID
                   MOVE ARCH-LIST-NO            TO   WS-HDR-LIST-NO
               WHEN ARCH-DETAIL
                   MOVE ARCH-NAME               TO   WS-TEST-NAME
                   MOVE ARCH-ATHLETE-ID     TO   WS-TEST-ATHLETE-ID
                   PERFORM P5A-FIND-PLAYER
                   IF WS-CUR-PLAYER > ZERO
                       PERFORM P2H-STORE-LIST-HIT
                   END-IF
           END-EVALUATE
           PERFORM P8A-READ-ARCH-SOURCE
           .
      *> A missing offload is the normal case until the first purge
      *> runs - note it and move on, it is not a run error.
       P2G-SCAN-OFFLOAD.
           MOVE 'O'                             TO  WS-SCAN-SOURCE-FLAG
           MOVE 'N'                             TO   WS-ARCHIVE-EOF
           OPEN INPUT OFFLOAD-FILE
           IF NOT OFFLOAD-STATUS-OK
               DISPLAY 'NOTE: NO ARCHIVE OFFLOAD - STATUS: '
                       WS-OFFLOAD-STATUS
           ELSE
               PERFORM P8A-READ-ARCH-SOURCE
               PERFORM P2F-MATCH-ARCH-RECORD WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               CLOSE OFFLOAD-FILE
           END-IF
           .
       P2H-STORE-LIST-HIT.
           IF WS-LIST-HIT-COUNT >= 2000
               ADD 1                            TO   WS-HITS-LOST
           ELSE
               ADD 1                            TO   WS-LIST-HIT-COUNT
               SET WS-LX TO WS-LIST-HIT-COUNT
               MOVE WS-CUR-PLAYER          TO   WS-LT-PLAYER(WS-LX)
               MOVE WS-SCAN-SOURCE-FLAG    TO   WS-LT-SOURCE(WS-LX)
               MOVE ARCH-RUN-DATE          TO   WS-LT-RUN-DATE(WS-LX)
               MOVE ARCH-TEAM-CODE         TO   WS-LT-TEAM-CODE(WS-LX)
               MOVE WS-HDR-LIST-NO         TO   WS-LT-LIST-NO(WS-LX)
               MOVE ARCH-JERSEY-NO         TO   WS-LT-JERSEY-NO(WS-LX)
               MOVE WS-HDR-RUN-ID          TO   WS-LT-RUN-ID(WS-LX)
               MOVE ARCH-ATHLETE-ID        TO   WS-LT-ATHLETE-ID(WS-LX)
           END-IF
           .
       P2I-SCAN-SUSPENSE.
           OPEN INPUT SUSP-IN-FILE
           IF NOT SUSP-IN-STATUS-OK
               DISPLAY 'NOTE: NO REJECT SUSPENSE - STATUS: '
                       WS-SUSP-IN-STATUS
           ELSE
               READ SUSP-IN-FILE
                   AT END SET SUSP-EOF TO TRUE
               END-READ
               PERFORM P2J-MATCH-SUSP-RECORD WITH TEST BEFORE
                   UNTIL SUSP-EOF
               CLOSE SUSP-IN-FILE
           END-IF
           .
       P2J-MATCH-SUSP-RECORD.
           ADD 1                                TO   WS-RECORDS-READ
           MOVE SUS-NAME                        TO   WS-TEST-NAME
           MOVE SPACES                          TO   WS-TEST-ATHLETE-ID
           PERFORM P5A-FIND-PLAYER
           IF WS-CUR-PLAYER > ZERO
               IF WS-SUSP-HIT-COUNT >= 100
                   ADD 1                        TO   WS-HITS-LOST
               ELSE
                   ADD 1                        TO   WS-SUSP-HIT-COUNT
                   SET WS-SX TO WS-SUSP-HIT-COUNT
                   MOVE WS-CUR-PLAYER      TO   WS-ST-PLAYER(WS-SX)
                   MOVE SUS-FIRST-DATE     TO   WS-ST-FIRST-DATE(WS-SX)
                   MOVE SUS-TEAM-CODE      TO   WS-ST-TEAM-CODE(WS-SX)
                   MOVE SUS-JERSEY-NO      TO   WS-ST-JERSEY-NO(WS-SX)
                   MOVE SUS-ERROR          TO   WS-ST-ERROR(WS-SX)
               END-IF
           END-IF
           READ SUSP-IN-FILE
               AT END SET SUSP-EOF TO TRUE
               NOT AT END
                   IF NOT SUSP-IN-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P2K-SCAN-RETRY.
           OPEN INPUT RETRY-FILE
           IF NOT RETRY-STATUS-OK
               DISPLAY 'NOTE: NO FEED RETRY FILE - STATUS: '
                       WS-RETRY-STATUS
           ELSE
               READ RETRY-FILE
                   AT END SET RETRY-EOF TO TRUE
               END-READ
               PERFORM P2L-MATCH-RETRY-RECORD WITH TEST BEFORE
                   UNTIL RETRY-EOF
               CLOSE RETRY-FILE
           END-IF
           .
      *> A retry entry carries only the team-code/jersey key, so it is
      *> tied to a player through the key the master holds for them.
       P2L-MATCH-RETRY-RECORD.
           ADD 1                                TO   WS-RECORDS-READ
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-MASTER-HIT-COUNT
               IF WS-MH-TEAM-CODE(WS-MX) = RTY-TEAM-CODE
                  AND WS-MH-JERSEY-NO(WS-MX) = RTY-JERSEY-NO
                   IF WS-RETRY-HIT-COUNT >= 100
                       ADD 1                    TO   WS-HITS-LOST
                   ELSE
                       ADD 1                    TO   WS-RETRY-HIT-COUNT
                       SET WS-YX TO WS-RETRY-HIT-COUNT
                       MOVE WS-MH-PLAYER(WS-MX)
                                           TO   WS-YT-PLAYER(WS-YX)
                       MOVE RTY-TEAM-CODE  TO   WS-YT-TEAM-CODE(WS-YX)
                       MOVE RTY-JERSEY-NO  TO   WS-YT-JERSEY-NO(WS-YX)
                       MOVE RTY-FIRST-DATE TO   WS-YT-FIRST-DATE(WS-YX)
                       MOVE RTY-COUNT      TO   WS-YT-COUNT(WS-YX)
                   END-IF
               END-IF
           END-PERFORM
           READ RETRY-FILE
               AT END SET RETRY-EOF TO TRUE
               NOT AT END
                   IF NOT RETRY-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P3-PRINT-DOSSIERS.
           IF WS-PLAYER-COUNT = ZERO
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           PERFORM P3A-PRINT-DOSSIER
               VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PLAYER-COUNT
           .
      *> One dossier per player, each starting on a new page, with
      *> the five sections always printed so an empty one reads as
      *> checked rather than forgotten.
       P3A-PRINT-DOSSIER.
           SET WS-CUR-PLAYER TO WS-PX
           MOVE WS-PL-NAME(WS-PX)               TO   WS-DL-NAME
           IF WS-PL-ATHLETE-ID(WS-PX) = SPACES
               MOVE 'NONE'                      TO   WS-DL-ATHLETE-ID
           ELSE
               MOVE WS-PL-ATHLETE-ID(WS-PX)     TO   WS-DL-ATHLETE-ID
           END-IF
           MOVE SPACES                          TO   WS-DL-CONTINUED
           PERFORM P7A-WRITE-PAGE-HEADER

           MOVE 'CURRENT ATHLETE MASTER RECORD' TO   WS-DS-TITLE
           PERFORM P7D-WRITE-SECTION-TITLE
           PERFORM P3B-PRINT-MASTER-HIT
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-MASTER-HIT-COUNT
           IF WS-SECTION-LINES = ZERO
               MOVE '    NOT ON ATHLETE MASTER'  TO   INQ-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF

           MOVE 'JERSEYS HELD (JERSEY HISTORY)' TO   WS-DS-TITLE
           PERFORM P7D-WRITE-SECTION-TITLE
           PERFORM P3C-PRINT-JERSEY-HIT
               VARYING WS-JX FROM 1 BY 1
               UNTIL WS-JX > WS-JERSEY-HIT-COUNT
           PERFORM P3H-CHECK-EMPTY-SECTION

           MOVE 'PRINTED LISTS (ARCHIVE AND OFFLOAD)'
                                                TO   WS-DS-TITLE
           PERFORM P7D-WRITE-SECTION-TITLE
           PERFORM P3D-PRINT-LIST-HIT
               VARYING WS-LX FROM 1 BY 1
               UNTIL WS-LX > WS-LIST-HIT-COUNT
           PERFORM P3H-CHECK-EMPTY-SECTION

           MOVE 'OPEN EDIT-REJECT SUSPENSE'     TO   WS-DS-TITLE
           PERFORM P7D-WRITE-SECTION-TITLE
           PERFORM P3E-PRINT-SUSP-HIT
               VARYING WS-SX FROM 1 BY 1
               UNTIL WS-SX > WS-SUSP-HIT-COUNT
           PERFORM P3H-CHECK-EMPTY-SECTION

           MOVE 'FEED KEYS ON RETRY'            TO   WS-DS-TITLE
           PERFORM P7D-WRITE-SECTION-TITLE
           PERFORM P3F-PRINT-RETRY-HIT
               VARYING WS-YX FROM 1 BY 1
               UNTIL WS-YX > WS-RETRY-HIT-COUNT
           PERFORM P3H-CHECK-EMPTY-SECTION
           .
       P3B-PRINT-MASTER-HIT.
           IF WS-MH-PLAYER(WS-MX) = WS-CUR-PLAYER
               MOVE WS-MH-TEAM-CODE(WS-MX)      TO   WS-ML-TEAM-CODE
               MOVE WS-MH-JERSEY-NO(WS-MX)      TO   WS-ML-JERSEY-NO
               MOVE WS-MH-ATHLETE-ID(WS-MX)     TO   WS-ML-ATHLETE-ID
               MOVE WS-MH-POSITION(WS-MX)       TO   WS-ML-POSITION
               EVALUATE WS-MH-STATUS(WS-MX)
                   WHEN 'A'
                       MOVE 'ACTIVE'            TO   WS-ML-STATUS
                   WHEN 'I'
                       MOVE 'INJURED'           TO   WS-ML-STATUS
                   WHEN 'S'
                       MOVE 'SUSPENDED'         TO   WS-ML-STATUS
                   WHEN OTHER
                       MOVE SPACES              TO   WS-ML-STATUS
                       STRING 'CODE ' WS-MH-STATUS(WS-MX)
                           DELIMITED BY SIZE INTO WS-ML-STATUS
               END-EVALUATE
               MOVE WS-MASTER-LINE              TO   INQ-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P3C-PRINT-JERSEY-HIT.
           IF WS-JT-PLAYER(WS-JX) = WS-CUR-PLAYER
               MOVE WS-JT-TEAM-CODE(WS-JX)      TO   WS-JL-TEAM-CODE
               MOVE WS-JT-JERSEY-NO(WS-JX)      TO   WS-JL-JERSEY-NO
               MOVE WS-JT-ATHLETE-ID(WS-JX)     TO   WS-JL-ATHLETE-ID
               MOVE WS-JT-ASSIGN-DATE(WS-JX)    TO   WS-JL-ASSIGNED
               MOVE WS-JT-RELEASE-DATE(WS-JX)   TO   WS-JL-RELEASED
               MOVE WS-JT-RUN-ID(WS-JX)         TO   WS-JL-RUN-ID
               MOVE WS-JERSEY-LINE              TO   INQ-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P3D-PRINT-LIST-HIT.
           IF WS-LT-PLAYER(WS-LX) = WS-CUR-PLAYER
               IF WS-LT-SOURCE(WS-LX) = 'O'
                   MOVE 'OFFLOAD'               TO   WS-LL-SOURCE
               ELSE
                   MOVE 'ARCHIVE'               TO   WS-LL-SOURCE
               END-IF
               MOVE WS-LT-RUN-DATE(WS-LX)       TO   WS-LL-RUN-DATE
               MOVE WS-LT-TEAM-CODE(WS-LX)      TO   WS-LL-TEAM-CODE
               MOVE WS-LT-ATHLETE-ID(WS-LX)     TO   WS-LL-ATHLETE-ID
               MOVE WS-LT-LIST-NO(WS-LX)        TO   WS-LL-LIST-NO
               MOVE WS-LT-JERSEY-NO(WS-LX)      TO   WS-LL-JERSEY-NO
               MOVE WS-LT-RUN-ID(WS-LX)         TO   WS-LL-RUN-ID
               MOVE WS-LIST-LINE                TO   INQ-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P3E-PRINT-SUSP-HIT.
           IF WS-ST-PLAYER(WS-SX) = WS-CUR-PLAYER
               MOVE WS-ST-FIRST-DATE(WS-SX)     TO   WS-SL-FIRST-DATE
               MOVE WS-ST-TEAM-CODE(WS-SX)      TO   WS-SL-TEAM-CODE
               MOVE WS-ST-JERSEY-NO(WS-SX)      TO   WS-SL-JERSEY-NO
               MOVE WS-ST-ERROR(WS-SX)          TO   WS-SL-ERROR
               MOVE WS-SUSP-LINE                TO   INQ-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P3F-PRINT-RETRY-HIT.
           IF WS-YT-PLAYER(WS-YX) = WS-CUR-PLAYER
               MOVE WS-YT-TEAM-CODE(WS-YX)      TO   WS-YL-TEAM-CODE
               MOVE WS-YT-JERSEY-NO(WS-YX)      TO   WS-YL-JERSEY-NO
               MOVE WS-YT-FIRST-DATE(WS-YX)     TO   WS-YL-FIRST-DATE
               MOVE WS-YT-COUNT(WS-YX)          TO   WS-YL-COUNT
               MOVE WS-RETRY-LINE               TO   INQ-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P3H-CHECK-EMPTY-SECTION.
           IF WS-SECTION-LINES = ZERO
               MOVE '    NONE ON FILE'          TO   INQ-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P4-FINALIZE.
           PERFORM P4A-REPORT-MISSING
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-REQUEST-COUNT

      *> A full table means a dossier is missing entries; the
      *> requester should narrow the name and run it again.
           IF WS-HITS-LOST > ZERO OR WS-PLAYERS-LOST > ZERO
               DISPLAY 'WARNING: INQUIRY TABLES FULL - ENTRIES LOST: '
                       WS-HITS-LOST ' PLAYERS LOST: ' WS-PLAYERS-LOST
               MOVE 'WARNING: TABLES FULL - NARROW THE NAME AND RERUN'
                                                TO   INQ-RECORD
               WRITE INQ-RECORD AFTER ADVANCING 2 LINES
               IF RETURN-CODE < 4
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'INQUIRY SUMMARY - REQUESTS: '  WS-REQUEST-COUNT
                   ' PLAYERS: '                    WS-PLAYER-COUNT
                   ' RECORDS READ: '               WS-RECORDS-READ
                   ' LINES PRINTED: '              WS-LINES-PRINTED

           CLOSE INQUIRY-RPT-FILE

           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           END-IF

           STOP RUN.
       P4A-REPORT-MISSING.
           IF WS-RQ-FOUND-FLAG(WS-RX) NOT = 'Y'
               MOVE WS-RQ-NAME(WS-RX)           TO   WS-IM-NAME
               MOVE WS-INQ-MISSING-LINE         TO   INQ-RECORD
               WRITE INQ-RECORD AFTER ADVANCING 2 LINES
               IF NOT INQUIRY-RPT-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               IF RETURN-CODE < 4
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF
           .
      *> Tests WS-TEST-NAME against every request card and leaves
      *> WS-CUR-PLAYER on the player's entry, adding one for a player
      *> not seen before; zero when no card matches. Every matching
      *> card is marked found, so a name punched twice does not draw
      *> a false no-match warning. A record without an athlete ID
      *> goes to the first player of that name; one with an ID goes
      *> to the player holding it, else takes over a same-name entry
      *> that has no ID yet, else starts a player of its own.
       P5A-FIND-PLAYER.
           MOVE ZERO                            TO   WS-CUR-PLAYER
           MOVE 'N'                             TO   WS-NAME-MATCH-FLAG
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REQUEST-COUNT
               IF WS-TEST-NAME(1:WS-RQ-LENGTH(WS-RX))
                   = WS-RQ-NAME(WS-RX)(1:WS-RQ-LENGTH(WS-RX))
                   SET NAME-MATCHES TO TRUE
                   MOVE 'Y'                 TO  WS-RQ-FOUND-FLAG(WS-RX)
               END-IF
           END-PERFORM
           IF NAME-MATCHES
               MOVE 'N'                         TO  WS-PLAYER-FOUND-FLAG
               PERFORM VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-PLAYER-COUNT OR PLAYER-FOUND
                   IF WS-PL-NAME(WS-PX) = WS-TEST-NAME
                      AND (WS-TEST-ATHLETE-ID = SPACES
                           OR WS-PL-ATHLETE-ID(WS-PX)
                               = WS-TEST-ATHLETE-ID)
                       SET PLAYER-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PLAYER-FOUND
                  AND WS-TEST-ATHLETE-ID NOT = SPACES
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-PLAYER-COUNT
                              OR PLAYER-FOUND
                       IF WS-PL-NAME(WS-PX) = WS-TEST-NAME
                          AND WS-PL-ATHLETE-ID(WS-PX) = SPACES
                           SET PLAYER-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
      *> The VARYING loop steps the index once more after the body
      *> that sets PLAYER-FOUND, so back it up onto the entry.
               IF PLAYER-FOUND
                   SET WS-PX DOWN BY 1
                   SET WS-CUR-PLAYER TO WS-PX
                   IF WS-PL-ATHLETE-ID(WS-PX) = SPACES
                       MOVE WS-TEST-ATHLETE-ID
                                      TO   WS-PL-ATHLETE-ID(WS-PX)
                   END-IF
               ELSE
                   IF WS-PLAYER-COUNT >= 50
                       ADD 1                    TO   WS-PLAYERS-LOST
                   ELSE
                       ADD 1                    TO   WS-PLAYER-COUNT
                       SET WS-PX TO WS-PLAYER-COUNT
                       MOVE WS-TEST-NAME   TO   WS-PL-NAME(WS-PX)
                       MOVE WS-TEST-ATHLETE-ID
                                      TO   WS-PL-ATHLETE-ID(WS-PX)
                       SET WS-CUR-PLAYER TO WS-PX
                   END-IF
               END-IF
           END-IF
           .
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-IH-DATE
           MOVE WS-PAGE-NO                      TO   WS-IH-PAGE
           MOVE WS-INQ-PAGE-HEADER              TO   INQ-RECORD
           WRITE INQ-RECORD AFTER ADVANCING PAGE
           IF WS-PLAYER-COUNT > ZERO
               MOVE WS-DOSSIER-LINE             TO   INQ-RECORD
               WRITE INQ-RECORD AFTER ADVANCING 2 LINES
           END-IF
           IF NOT INQUIRY-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           .
      *> The caller leaves the line in INQ-RECORD; it is held aside
      *> while a page break repeats the dossier heading.
       P7C-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= 22
               MOVE INQ-RECORD                  TO   WS-HOLD-RPT-LINE
               MOVE '(CONTINUED)'               TO   WS-DL-CONTINUED
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE WS-HOLD-RPT-LINE            TO   INQ-RECORD
           END-IF
           WRITE INQ-RECORD AFTER ADVANCING 1 LINE
           IF NOT INQUIRY-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           ADD 1                                TO   WS-SECTION-LINES
           ADD 1                                TO   WS-LINES-PRINTED
           .
      *> Starts a dossier section and resets the count of lines
      *> printed under it.
       P7D-WRITE-SECTION-TITLE.
           IF WS-LINE-COUNT >= 20
               MOVE '(CONTINUED)'               TO   WS-DL-CONTINUED
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-DOSSIER-SECTION-LINE         TO   INQ-RECORD
           WRITE INQ-RECORD AFTER ADVANCING 2 LINES
           IF NOT INQUIRY-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 2                                TO   WS-LINE-COUNT
           MOVE ZERO                            TO   WS-SECTION-LINES
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
       END PROGRAM DOSSINQ.
