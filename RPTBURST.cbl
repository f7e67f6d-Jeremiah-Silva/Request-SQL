       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBURST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Report distribution: splits the roster run's ROSTRPT, DISCRPT
      *> and COVRRPT into one package per club on DISTPKG, each
      *> package opened by a cover sheet naming the club's contact,
      *> delivery destination and the run ID its pages came from.
      *> Which reports a club receives comes from the distribution
      *> master. DISTLOG lists every package produced and every club
      *> that got nothing, with the reason.
           SELECT BURST-CARD-FILE      ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BURST-CARD-STATUS.

           SELECT DIST-MASTER-FILE     ASSIGN TO "DISTMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIST-MASTER-STATUS.

      *> The night's archive headers carry each listed team's code,
      *> printed name and run ID - the reports themselves print only
      *> the team name.
           SELECT ARCHIVE-FILE         ASSIGN TO "ROSTARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ROSTER-RPT-FILE      ASSIGN TO "ROSTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROSTER-RPT-STATUS.

           SELECT DISCREP-RPT-FILE     ASSIGN TO "DISCRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCREP-RPT-STATUS.

           SELECT COVERAGE-RPT-FILE    ASSIGN TO "COVRRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COVERAGE-RPT-STATUS.

           SELECT PACKAGE-FILE         ASSIGN TO "DISTPKG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-STATUS.

           SELECT DIST-LOG-FILE        ASSIGN TO "DISTLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.

      *> Step control: tonight's STARTED/ENDED events for every step
      *> of the stream, and the operator override deck that can
      *> force a step past a predecessor that did not end cleanly.
           SELECT STEP-CONTROL-FILE    ASSIGN TO "STEPCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-CONTROL-STATUS.

           SELECT STEP-OVERRIDE-FILE   ASSIGN TO "STEPOVRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STEP-OVERRIDE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> Optional SYSIN card naming the roster run date to burst; no
      *> card bursts the latest run date on the archive.
       FD  BURST-CARD-FILE
           RECORDING MODE IS F.
       01  BURST-CONTROL-CARD.
           05  BU-RUN-DATE                 PIC X(10).
           05  FILLER                      PIC X(70).

       FD  DIST-MASTER-FILE
           RECORDING MODE IS F.
           COPY DISTRECD.

       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY ARCHRECD.

      *> The three reports are read back as the roster run printed
      *> them. A team's pages start at its section heading line and
      *> run to the next team's heading or the run-level summary.
       FD  ROSTER-RPT-FILE
           RECORDING MODE IS F.
       01  ROST-IN-RECORD                  PIC X(80).
       01  ROST-IN-HEADER.
           05  RH-TEAM-NAME                PIC X(30).
           05  RH-LIST-TAG                 PIC X(7).
               88  RH-IS-LIST-HEADER        VALUE ' LIST: '.
           05  FILLER                      PIC X(43).
       01  ROST-IN-SUMMARY.
           05  RU-SUMMARY-TAG              PIC X(17).
               88  RU-IS-RUN-SUMMARY        VALUE 'RUN TOTAL LISTS: '.
           05  FILLER                      PIC X(63).

       FD  DISCREP-RPT-FILE
           RECORDING MODE IS F.
       01  DISC-IN-RECORD                  PIC X(80).
       01  DISC-IN-HEADER.
           05  DH-TEAM-TAG                 PIC X(13).
               88  DH-IS-TEAM-HEADER        VALUE 'RECON TEAM: '.
           05  DH-TEAM-NAME                PIC X(30).
           05  FILLER                      PIC X(37).

       FD  COVERAGE-RPT-FILE
           RECORDING MODE IS F.
       01  COVR-IN-RECORD                  PIC X(80).
       01  COVR-IN-HEADER.
           05  CH-TEAM-TAG                 PIC X(15).
               88  CH-IS-TEAM-HEADER        VALUE 'COVERAGE TEAM: '.
           05  CH-TEAM-NAME                PIC X(30).
           05  FILLER                      PIC X(35).
       01  COVR-IN-SUMMARY.
           05  CU-SUMMARY-TAG              PIC X(23).
               88  CU-IS-RUN-SUMMARY
                                   VALUE 'TEAMS FAILING COVERAGE:'.
           05  FILLER                      PIC X(57).

       FD  PACKAGE-FILE
           RECORDING MODE IS F.
       01  PKG-RECORD                      PIC X(80).

       FD  DIST-LOG-FILE
           RECORDING MODE IS F.
       01  DLOG-RECORD                     PIC X(80).

       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F.
           COPY STEPRECD.

       FD  STEP-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY STOVRECD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-BURST-CARD-STATUS             PIC XX.
               88 BURST-CARD-STATUS-OK          VALUE '00'.
           03 WS-DIST-MASTER-STATUS            PIC XX.
               88 DIST-MASTER-STATUS-OK         VALUE '00'.
           03 WS-ARCHIVE-STATUS                PIC XX.
               88 ARCHIVE-STATUS-OK             VALUE '00'.
           03 WS-ROSTER-RPT-STATUS             PIC XX.
               88 ROSTER-RPT-STATUS-OK          VALUE '00'.
           03 WS-DISCREP-RPT-STATUS            PIC XX.
               88 DISCREP-RPT-STATUS-OK         VALUE '00'.
           03 WS-COVERAGE-RPT-STATUS           PIC XX.
               88 COVERAGE-RPT-STATUS-OK        VALUE '00'.
           03 WS-PACKAGE-STATUS                PIC XX.
               88 PACKAGE-STATUS-OK             VALUE '00'.
           03 WS-DIST-LOG-STATUS               PIC XX.
               88 DIST-LOG-STATUS-OK            VALUE '00'.
           03 WS-STEP-CONTROL-STATUS           PIC XX.
               88 STEP-CONTROL-STATUS-OK        VALUE '00'.
           03 WS-STEP-OVERRIDE-STATUS          PIC XX.
               88 STEP-OVERRIDE-STATUS-OK       VALUE '00'.
       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

      *> Step control: this step's name on STEPCTL, the run date its
      *> events are filed under, and the steps that must have ended
      *> cleanly (return code below 8) that night before it starts.
       01 WS-STEP-CONTROL.
           03 WS-SC-STEP-NAME                  PIC X(8)
                                               VALUE 'RPTBURST'.
           03 WS-SC-RUN-DATE                   PIC X(10) VALUE SPACES.
           03 WS-SC-TIME-RAW                   PIC X(6).
           03 WS-SC-PRED-COUNT                 PIC 9         VALUE 1.
           03 WS-SC-PRED-VALUES.
               05 FILLER                       PIC X(18)
                                               VALUE 'ROSTLIST'.
               05 FILLER                       PIC X(18) VALUE SPACES.
           03 WS-SC-PRED-TABLE REDEFINES WS-SC-PRED-VALUES.
               05 WS-SC-PRED-ENTRY  OCCURS 2 TIMES
                                    INDEXED BY WS-SCX.
                   07 WS-SC-PRED-STEP          PIC X(8).
                   07 WS-SC-PRED-STATE         PIC X(10).
           03 WS-SC-EOF                        PIC X         VALUE 'N'.
               88 SC-EOF                        VALUE 'Y'.
           03 WS-SC-OVERRIDE-FLAG              PIC X         VALUE 'N'.
               88 SC-OVERRIDE-FOUND             VALUE 'Y'.
           03 WS-SC-REFUSED-FLAG               PIC X         VALUE 'N'.
               88 SC-STEP-REFUSED               VALUE 'Y'.
           03 WS-SC-OVR-OPERATOR               PIC X(8)  VALUE SPACES.
           03 WS-SC-OVR-REASON                 PIC X(45) VALUE SPACES.
      *> Event staged just before each PERFORM of P9H.
           03 WS-SC-EVENT                      PIC X(8).
           03 WS-SC-EVENT-RC                   PIC 9(4).
           03 WS-SC-EVENT-PRED                 PIC X(8).
           03 WS-SC-EVENT-STATE                PIC X(10).
       01 WS-FLAGS.
           03 WS-DIST-MASTER-EOF               PIC X         VALUE 'N'.
               88 DIST-MASTER-EOF               VALUE 'Y'.
           03 WS-ARCHIVE-EOF                   PIC X         VALUE 'N'.
               88 ARCHIVE-EOF                   VALUE 'Y'.
           03 WS-ROSTER-EOF                    PIC X         VALUE 'N'.
               88 ROSTER-EOF                    VALUE 'Y'.
           03 WS-DISCREP-EOF                   PIC X         VALUE 'N'.
               88 DISCREP-EOF                   VALUE 'Y'.
           03 WS-COVERAGE-EOF                  PIC X         VALUE 'N'.
               88 COVERAGE-EOF                  VALUE 'Y'.
           03 WS-RT-FOUND-FLAG                 PIC X         VALUE 'N'.
               88 RUN-TEAM-FOUND                VALUE 'Y'.
           03 WS-DIST-FOUND-FLAG               PIC X         VALUE 'N'.
               88 DIST-ENTRY-FOUND              VALUE 'Y'.
           03 WS-PACKAGE-FLAG                  PIC X         VALUE 'N'.
               88 PACKAGE-OPEN                  VALUE 'Y'.
           03 WS-FIRST-LINE-FLAG               PIC X         VALUE 'N'.
               88 FIRST-LINE-OF-PART            VALUE 'Y'.

       01 WS-BURST-WORK.
           03 WS-SELECT-DATE                   PIC X(10) VALUE SPACES.
           03 WS-LATEST-RUN-ID                 PIC X(8)  VALUE SPACES.
           03 WS-BURST-NAME                    PIC X(30) VALUE SPACES.
           03 WS-CUR-DIST-SUB                  PIC 999       VALUE ZERO.
           03 WS-CUR-RUN-TEAM-SUB              PIC 999       VALUE ZERO.
      *> Which of the three reports go into the current package.
           03 WS-WANT-ROSTER                   PIC X         VALUE 'N'.
           03 WS-WANT-DISCREP                  PIC X         VALUE 'N'.
           03 WS-WANT-COVERAGE                 PIC X         VALUE 'N'.

      *> Clubs on the distribution master. WS-DS-STATE: space until
      *> the club's pages turn up in tonight's reports, 'P' once its
      *> package is written, 'S' when it was listed tonight but takes
      *> none of the three reports.
       01 WS-DIST-TABLE.
           03 WS-DIST-COUNT                    PIC 999       VALUE ZERO.
           03 WS-DIST-ENTRY  OCCURS 300 TIMES
                             INDEXED BY WS-DX.
               05 WS-DS-TEAM-CODE              PIC X(5).
               05 WS-DS-CONTACT                PIC X(30).
               05 WS-DS-DESTINATION            PIC X(30).
               05 WS-DS-ROSTER-FLAG            PIC X.
               05 WS-DS-DISCREP-FLAG           PIC X.
               05 WS-DS-COVERAGE-FLAG          PIC X.
               05 WS-DS-STATE                  PIC X.
               05 WS-DS-TEAM-NAME              PIC X(30).
               05 WS-DS-RUN-ID                 PIC X(8).
               05 WS-DS-ROSTER-LINES           PIC 9(5).
               05 WS-DS-DISCREP-LINES          PIC 9(5).
               05 WS-DS-COVERAGE-LINES         PIC 9(5).

      *> Teams listed on the run date, from the archive headers. A
      *> rerun or restart leg lists a team again under a later run
      *> ID, which replaces the earlier one. WS-RT-STATE is 'U' for a
      *> team whose pages had no distribution entry to go to; a name
      *> in the reports with no archive header is tabled here too,
      *> with no code.
       01 WS-RUN-TEAM-TABLE.
           03 WS-RUN-TEAM-COUNT                PIC 999       VALUE ZERO.
           03 WS-RUN-TEAM-ENTRY  OCCURS 300 TIMES
                                 INDEXED BY WS-RX.
               05 WS-RT-TEAM-CODE              PIC X(5).
               05 WS-RT-TEAM-NAME              PIC X(30).
               05 WS-RT-RUN-ID                 PIC X(8).
               05 WS-RT-STATE                  PIC X.

       01 WS-BURST-COUNTERS.
           03 WS-DIST-READ                     PIC 9(5)      VALUE ZERO.
           03 WS-DIST-LOST                     PIC 9(5)      VALUE ZERO.
           03 WS-DIST-DUPLICATE                PIC 9(5)      VALUE ZERO.
           03 WS-RUN-TEAMS-LOST                PIC 9(5)      VALUE ZERO.
           03 WS-PACKAGES                      PIC 9(5)      VALUE ZERO.
           03 WS-NOT-PROCESSED                 PIC 9(5)      VALUE ZERO.
           03 WS-NO-REPORTS                    PIC 9(5)      VALUE ZERO.
           03 WS-NO-DIST-ENTRY                 PIC 9(5)      VALUE ZERO.
           03 WS-ROSTER-READ                   PIC 9(7)      VALUE ZERO.
           03 WS-DISCREP-READ                  PIC 9(7)      VALUE ZERO.
           03 WS-COVERAGE-READ                 PIC 9(7)      VALUE ZERO.
           03 WS-LINES-PACKAGED                PIC 9(7)      VALUE ZERO.
           03 WS-LINES-WITHHELD                PIC 9(7)      VALUE ZERO.
           03 WS-LINES-RUN-LEVEL               PIC 9(7)      VALUE ZERO.
           03 WS-LINES-STRANDED                PIC 9(7)      VALUE ZERO.
           03 WS-LINES-READ-TOTAL              PIC 9(7)      VALUE ZERO.
           03 WS-BALANCE-TOTAL                 PIC 9(7)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.
           03 WS-HOLD-RPT-LINE                 PIC X(80)   VALUE SPACES.
           03 WS-WANT-SECTION                  PIC 9         VALUE ZERO.
           03 WS-CURRENT-SECTION               PIC 9         VALUE ZERO.

       01 WS-SECTION-TITLES.
           03 FILLER                  PIC X(40)
               VALUE 'PACKAGES PRODUCED'.
           03 FILLER                  PIC X(40)
               VALUE 'CLUBS WITH NO PACKAGE'.
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-TITLES.
           03 WS-SECTION-TITLE        PIC X(40) OCCURS 2 TIMES.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).

      *> Cover sheet that opens every package.
       01 WS-CVR-RULE-LINE                     PIC X(80) VALUE ALL '*'.

       01 WS-CVR-TITLE-LINE.
           05 FILLER                  PIC X(29)
               VALUE '*** REPORT PACKAGE ***  FOR: '.
           05 WS-CT-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X(46) VALUE SPACES.

       01 WS-CVR-FIELD-LINE.
           05 WS-CF-LABEL             PIC X(14).
           05 WS-CF-VALUE             PIC X(40).
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-CVR-CONTENTS.
           05 WS-CC-ROSTER            PIC X(13).
           05 WS-CC-DISCREP           PIC X(15).
           05 WS-CC-COVERAGE          PIC X(12).

       01 WS-DLOG-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'REPORT DISTRIBUTION LOG   '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-DH-DATE              PIC X(10).
           05 FILLER                  PIC X(7)  VALUE '  RUN: '.
           05 WS-DH-RUN-DATE          PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-DH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(9)  VALUE SPACES.

       01 WS-DLOG-SECTION-LINE.
           05 FILLER                  PIC X(4)  VALUE '*** '.
           05 WS-DS-TITLE             PIC X(40).
           05 FILLER                  PIC X(36) VALUE SPACES.

       01 WS-PKG-COLUMN-HEADER.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(21) VALUE 'CONTACT'.
           05 FILLER                  PIC X(21) VALUE 'DESTINATION'.
           05 FILLER                  PIC X(6)  VALUE 'RPTS'.
           05 FILLER                  PIC X(18)
               VALUE ' ROST  DISC  COVR '.
           05 FILLER                  PIC X(8)  VALUE 'RUN ID'.

       01 WS-PKG-DETAIL-LINE.
           05 WS-PD-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-PD-CONTACT           PIC X(20).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-PD-DESTINATION       PIC X(20).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-PD-REPORTS.
               07 WS-PD-RPT-ROSTER    PIC X.
               07 FILLER              PIC X     VALUE SPACE.
               07 WS-PD-RPT-DISCREP   PIC X.
               07 FILLER              PIC X     VALUE SPACE.
               07 WS-PD-RPT-COVERAGE  PIC X.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-PD-ROST-LINES        PIC ZZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-PD-DISC-LINES        PIC ZZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-PD-COVR-LINES        PIC ZZZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-PD-RUN-ID            PIC X(8).

       01 WS-NOPKG-COLUMN-HEADER.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(31) VALUE 'NAME / CONTACT'.
           05 FILLER                  PIC X(43) VALUE 'REASON'.

       01 WS-NOPKG-DETAIL-LINE.
           05 WS-ND-TEAM-CODE         PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-ND-NAME              PIC X(30).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-ND-REASON            PIC X(43).

       01 WS-DLOG-TOTAL-LINE.
           05 WS-DT-LABEL             PIC X(30).
           05 WS-DT-COUNT             PIC ZZZZZZ9.
           05 FILLER                  PIC X(43) VALUE SPACES.

       01 WS-DLOG-BALANCE-LINE.
           05 FILLER                  PIC X(9)  VALUE 'BALANCE: '.
           05 WS-DB-RESULT            PIC X(14).
           05 FILLER                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM P1A-READ-BURST-CARD
           IF WS-SELECT-DATE = SPACES
               PERFORM P1B-FIND-LATEST-DATE
           END-IF
           DISPLAY 'BURSTING ROSTER RUN OF: ' WS-SELECT-DATE

           MOVE WS-SELECT-DATE                  TO   WS-SC-RUN-DATE
           PERFORM P9C-CHECK-STEP-CONTROL
           IF SC-STEP-REFUSED
               STOP RUN
           END-IF

           PERFORM P1D-LOAD-RUN-TEAMS
           PERFORM P1F-LOAD-DISTRIBUTION

           OPEN OUTPUT PACKAGE-FILE
           OPEN OUTPUT DIST-LOG-FILE
           IF NOT FILE-ERROR-DETECTED
               PERFORM P2-BURST-REPORTS
           END-IF

           PERFORM P3-WRITE-DIST-LOG
           PERFORM P4-FINALIZE
           .
       P1A-READ-BURST-CARD.
           OPEN INPUT BURST-CARD-FILE
           IF BURST-CARD-STATUS-OK
               READ BURST-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BU-RUN-DATE         TO   WS-SELECT-DATE
               END-READ
               CLOSE BURST-CARD-FILE
           END-IF
           .
      *> The newest header date on the archive is the roster run the
      *> report files on hand came from, even when the run went past
      *> midnight.
       P1B-FIND-LATEST-DATE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS-OK
               PERFORM P8A-READ-ARCHIVE
               PERFORM P1C-NOTE-RUN-DATE WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF
           MOVE 'N'                             TO   WS-ARCHIVE-EOF
           .
       P1C-NOTE-RUN-DATE.
           IF ARCH-HEADER AND ARCH-RUN-DATE > WS-SELECT-DATE
               MOVE ARCH-RUN-DATE               TO   WS-SELECT-DATE
           END-IF
           PERFORM P8A-READ-ARCHIVE
           .
       P1D-LOAD-RUN-TEAMS.
           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCHIVE-STATUS-OK
               DISPLAY 'ROSTARCH OPEN FAILED - STATUS: '
                       WS-ARCHIVE-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               PERFORM P8A-READ-ARCHIVE
               PERFORM P1E-STORE-RUN-TEAM WITH TEST BEFORE
                   UNTIL ARCHIVE-EOF
               CLOSE ARCHIVE-FILE
           END-IF
           .
       P1E-STORE-RUN-TEAM.
           IF ARCH-HEADER AND ARCH-RUN-DATE = WS-SELECT-DATE
               MOVE 'N'                         TO   WS-RT-FOUND-FLAG
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RUN-TEAM-COUNT OR RUN-TEAM-FOUND
                   IF WS-RT-TEAM-CODE(WS-RX) = ARCH-TEAM-CODE
                       SET RUN-TEAM-FOUND TO TRUE
                   END-IF
               END-PERFORM
      *> The VARYING loop steps the index once more after the body
      *> that sets RUN-TEAM-FOUND, so back it up onto the entry.
               IF RUN-TEAM-FOUND
                   SET WS-RX DOWN BY 1
               ELSE
                   IF WS-RUN-TEAM-COUNT >= 300
                       ADD 1                    TO   WS-RUN-TEAMS-LOST
                       SET WS-RX TO ZERO
                   ELSE
                       ADD 1                    TO   WS-RUN-TEAM-COUNT
                       SET WS-RX TO WS-RUN-TEAM-COUNT
                       MOVE ARCH-TEAM-CODE TO   WS-RT-TEAM-CODE(WS-RX)
                       MOVE SPACE          TO   WS-RT-STATE(WS-RX)
                   END-IF
               END-IF
               IF WS-RX > ZERO
                   MOVE ARCH-TEAM-NAME     TO   WS-RT-TEAM-NAME(WS-RX)
                   MOVE ARCH-RUN-ID        TO   WS-RT-RUN-ID(WS-RX)
               END-IF
               IF ARCH-RUN-ID > WS-LATEST-RUN-ID
                   MOVE ARCH-RUN-ID             TO   WS-LATEST-RUN-ID
               END-IF
           END-IF
           PERFORM P8A-READ-ARCHIVE
           .
      *> A club punched twice keeps its first entry; the second is
      *> named on the console so the master can be corrected.
       P1F-LOAD-DISTRIBUTION.
           OPEN INPUT DIST-MASTER-FILE
           IF NOT DIST-MASTER-STATUS-OK
               DISPLAY 'DISTMSTR OPEN FAILED - STATUS: '
                       WS-DIST-MASTER-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               READ DIST-MASTER-FILE
                   AT END SET DIST-MASTER-EOF TO TRUE
               END-READ
               PERFORM P1G-STORE-DIST-ENTRY WITH TEST BEFORE
                   UNTIL DIST-MASTER-EOF
               CLOSE DIST-MASTER-FILE
           END-IF
           .
       P1G-STORE-DIST-ENTRY.
           ADD 1                                TO   WS-DIST-READ
           MOVE 'N'                             TO   WS-DIST-FOUND-FLAG
           PERFORM VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DIST-COUNT OR DIST-ENTRY-FOUND
               IF WS-DS-TEAM-CODE(WS-DX) = DST-TEAM-CODE
                   SET DIST-ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN DIST-ENTRY-FOUND
                   ADD 1                        TO   WS-DIST-DUPLICATE
                   DISPLAY 'WARNING: DUPLICATE DISTRIBUTION ENTRY '
                           DST-TEAM-CODE ' IGNORED'
               WHEN WS-DIST-COUNT >= 300
                   ADD 1                        TO   WS-DIST-LOST
                   DISPLAY 'WARNING: DISTRIBUTION TABLE FULL - '
                           DST-TEAM-CODE ' NOT LOADED'
               WHEN OTHER
                   ADD 1                        TO   WS-DIST-COUNT
                   SET WS-DX TO WS-DIST-COUNT
                   MOVE DST-TEAM-CODE     TO   WS-DS-TEAM-CODE(WS-DX)
                   MOVE DST-CONTACT-NAME  TO   WS-DS-CONTACT(WS-DX)
                   MOVE DST-DESTINATION   TO   WS-DS-DESTINATION(WS-DX)
                   MOVE DST-ROSTER-FLAG   TO   WS-DS-ROSTER-FLAG(WS-DX)
                   MOVE DST-DISCREP-FLAG  TO   WS-DS-DISCREP-FLAG(WS-DX)
                   MOVE DST-COVERAGE-FLAG
                                          TO  WS-DS-COVERAGE-FLAG(WS-DX)
                   MOVE SPACE             TO   WS-DS-STATE(WS-DX)
                   MOVE SPACES            TO   WS-DS-TEAM-NAME(WS-DX)
                   MOVE SPACES            TO   WS-DS-RUN-ID(WS-DX)
                   MOVE ZERO              TO   WS-DS-ROSTER-LINES(WS-DX)
                   MOVE ZERO             TO   WS-DS-DISCREP-LINES(WS-DX)
                   MOVE ZERO            TO   WS-DS-COVERAGE-LINES(WS-DX)
           END-EVALUATE
           READ DIST-MASTER-FILE
               AT END SET DIST-MASTER-EOF TO TRUE
           END-READ
           .
      *> The roster report drives the burst: every team listed has a
      *> list page there, and the discrepancy and coverage sections
      *> follow the same team order, so all three files are read
      *> forward together a team at a time.
       P2-BURST-REPORTS.
           OPEN INPUT ROSTER-RPT-FILE
           IF NOT ROSTER-RPT-STATUS-OK
               DISPLAY 'ROSTRPT OPEN FAILED - STATUS: '
                       WS-ROSTER-RPT-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET ROSTER-EOF TO TRUE
           ELSE
               PERFORM P8B-READ-ROSTER
           END-IF
           OPEN INPUT DISCREP-RPT-FILE
           IF NOT DISCREP-RPT-STATUS-OK
               DISPLAY 'DISCRPT OPEN FAILED - STATUS: '
                       WS-DISCREP-RPT-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET DISCREP-EOF TO TRUE
           ELSE
               PERFORM P8C-READ-DISCREP
           END-IF
           OPEN INPUT COVERAGE-RPT-FILE
           IF NOT COVERAGE-RPT-STATUS-OK
               DISPLAY 'COVRRPT OPEN FAILED - STATUS: '
                       WS-COVERAGE-RPT-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET COVERAGE-EOF TO TRUE
           ELSE
               PERFORM P8D-READ-COVERAGE
           END-IF

           PERFORM P2A-BURST-TEAM THRU P2A-EXIT
               UNTIL ROSTER-EOF OR RU-IS-RUN-SUMMARY

      *> What is left is the run-level summary at the foot of the
      *> roster and coverage reports, which is for operations and
      *> goes to no club - plus any section that fell out of step
      *> with the roster report, counted as stranded.
           PERFORM P2G-SKIP-ROSTER-LINE WITH TEST BEFORE
               UNTIL ROSTER-EOF
           PERFORM P2H-SKIP-DISCREP-LINE WITH TEST BEFORE
               UNTIL DISCREP-EOF
           PERFORM P2I-SKIP-COVERAGE-LINE WITH TEST BEFORE
               UNTIL COVERAGE-EOF

           IF ROSTER-RPT-STATUS-OK OR WS-ROSTER-RPT-STATUS = '10'
               CLOSE ROSTER-RPT-FILE
           END-IF
           IF DISCREP-RPT-STATUS-OK OR WS-DISCREP-RPT-STATUS = '10'
               CLOSE DISCREP-RPT-FILE
           END-IF
           IF COVERAGE-RPT-STATUS-OK OR WS-COVERAGE-RPT-STATUS = '10'
               CLOSE COVERAGE-RPT-FILE
           END-IF
           .
       P2A-BURST-TEAM.
           IF NOT RH-IS-LIST-HEADER
               ADD 1                            TO   WS-LINES-STRANDED
               PERFORM P8B-READ-ROSTER
               GO TO P2A-EXIT
           END-IF
           MOVE RH-TEAM-NAME                    TO   WS-BURST-NAME
           PERFORM P2B-ROUTE-TEAM

           SET FIRST-LINE-OF-PART TO TRUE
           PERFORM P2C-ROSTER-LINE WITH TEST BEFORE
               UNTIL ROSTER-EOF
                  OR RU-IS-RUN-SUMMARY
                  OR (RH-IS-LIST-HEADER
                      AND RH-TEAM-NAME NOT = WS-BURST-NAME)

           IF NOT DISCREP-EOF
              AND DH-IS-TEAM-HEADER
              AND DH-TEAM-NAME = WS-BURST-NAME
               SET FIRST-LINE-OF-PART TO TRUE
               PERFORM P2D-DISCREP-LINE WITH TEST AFTER
                   UNTIL DISCREP-EOF
                      OR DH-IS-TEAM-HEADER
           END-IF

           IF NOT COVERAGE-EOF
              AND CH-IS-TEAM-HEADER
              AND CH-TEAM-NAME = WS-BURST-NAME
               SET FIRST-LINE-OF-PART TO TRUE
               PERFORM P2E-COVERAGE-LINE WITH TEST AFTER
                   UNTIL COVERAGE-EOF
                      OR CH-IS-TEAM-HEADER
                      OR CU-IS-RUN-SUMMARY
           END-IF
           .
       P2A-EXIT.
           EXIT.
      *> Finds the club behind the printed team name and decides what
      *> goes into its package; the cover sheet is written here when
      *> there is a package at all.
       P2B-ROUTE-TEAM.
           MOVE 'N'                             TO   WS-PACKAGE-FLAG
           MOVE 'N'                             TO   WS-WANT-ROSTER
           MOVE 'N'                             TO   WS-WANT-DISCREP
           MOVE 'N'                             TO   WS-WANT-COVERAGE
           MOVE 'N'                             TO   WS-DIST-FOUND-FLAG

           MOVE 'N'                             TO   WS-RT-FOUND-FLAG
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RUN-TEAM-COUNT OR RUN-TEAM-FOUND
               IF WS-RT-TEAM-NAME(WS-RX) = WS-BURST-NAME
                   SET RUN-TEAM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF RUN-TEAM-FOUND
               SET WS-RX DOWN BY 1
               PERFORM VARYING WS-DX FROM 1 BY 1
                       UNTIL WS-DX > WS-DIST-COUNT OR DIST-ENTRY-FOUND
                   IF WS-DS-TEAM-CODE(WS-DX) = WS-RT-TEAM-CODE(WS-RX)
                       SET DIST-ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'WARNING: ' WS-BURST-NAME
                       ' NOT ON ARCHIVE FOR ' WS-SELECT-DATE
               IF WS-RUN-TEAM-COUNT >= 300
                   ADD 1                        TO   WS-RUN-TEAMS-LOST
                   SET WS-RX TO ZERO
               ELSE
                   ADD 1                        TO   WS-RUN-TEAM-COUNT
                   SET WS-RX TO WS-RUN-TEAM-COUNT
                   MOVE SPACES             TO   WS-RT-TEAM-CODE(WS-RX)
                   MOVE WS-BURST-NAME      TO   WS-RT-TEAM-NAME(WS-RX)
                   MOVE SPACES             TO   WS-RT-RUN-ID(WS-RX)
               END-IF
           END-IF
           SET WS-CUR-RUN-TEAM-SUB TO WS-RX

           IF NOT DIST-ENTRY-FOUND
               IF WS-RX > ZERO
                   MOVE 'U'                TO   WS-RT-STATE(WS-RX)
               END-IF
           ELSE
               SET WS-DX DOWN BY 1
               SET WS-CUR-DIST-SUB TO WS-DX
               MOVE WS-BURST-NAME          TO   WS-DS-TEAM-NAME(WS-DX)
               MOVE WS-RT-RUN-ID(WS-RX)    TO   WS-DS-RUN-ID(WS-DX)
               MOVE WS-DS-ROSTER-FLAG(WS-DX)    TO   WS-WANT-ROSTER
               MOVE WS-DS-DISCREP-FLAG(WS-DX)   TO   WS-WANT-DISCREP
               MOVE WS-DS-COVERAGE-FLAG(WS-DX)  TO   WS-WANT-COVERAGE
               IF WS-WANT-ROSTER = 'Y'
                  OR WS-WANT-DISCREP = 'Y'
                  OR WS-WANT-COVERAGE = 'Y'
                   SET PACKAGE-OPEN TO TRUE
                   MOVE 'P'                TO   WS-DS-STATE(WS-DX)
                   ADD 1                        TO   WS-PACKAGES
                   PERFORM P7E-WRITE-COVER-SHEET
               ELSE
                   MOVE 'S'                TO   WS-DS-STATE(WS-DX)
               END-IF
           END-IF
           .
       P2C-ROSTER-LINE.
           IF PACKAGE-OPEN AND WS-WANT-ROSTER = 'Y'
               MOVE ROST-IN-RECORD              TO   PKG-RECORD
               IF RH-IS-LIST-HEADER
                   SET FIRST-LINE-OF-PART TO TRUE
               END-IF
               PERFORM P7F-WRITE-PACKAGE-LINE
               SET WS-DX TO WS-CUR-DIST-SUB
               ADD 1                    TO   WS-DS-ROSTER-LINES(WS-DX)
           ELSE
               ADD 1                            TO   WS-LINES-WITHHELD
           END-IF
           PERFORM P8B-READ-ROSTER
           .
      *> The loop that PERFORMs this stops at the next team heading,
      *> so the first line taken is always this team's own heading.
       P2D-DISCREP-LINE.
           IF PACKAGE-OPEN AND WS-WANT-DISCREP = 'Y'
               MOVE DISC-IN-RECORD              TO   PKG-RECORD
               PERFORM P7F-WRITE-PACKAGE-LINE
               SET WS-DX TO WS-CUR-DIST-SUB
               ADD 1                    TO   WS-DS-DISCREP-LINES(WS-DX)
           ELSE
               ADD 1                            TO   WS-LINES-WITHHELD
           END-IF
           PERFORM P8C-READ-DISCREP
           .
       P2E-COVERAGE-LINE.
           IF PACKAGE-OPEN AND WS-WANT-COVERAGE = 'Y'
               MOVE COVR-IN-RECORD              TO   PKG-RECORD
               PERFORM P7F-WRITE-PACKAGE-LINE
               SET WS-DX TO WS-CUR-DIST-SUB
               ADD 1                   TO   WS-DS-COVERAGE-LINES(WS-DX)
           ELSE
               ADD 1                            TO   WS-LINES-WITHHELD
           END-IF
           PERFORM P8D-READ-COVERAGE
           .
       P2G-SKIP-ROSTER-LINE.
           IF RH-IS-LIST-HEADER
               ADD 1                            TO   WS-LINES-STRANDED
           ELSE
               ADD 1                            TO   WS-LINES-RUN-LEVEL
           END-IF
           PERFORM P8B-READ-ROSTER
           .
      *> Every discrepancy line belongs to a team, so anything left
      *> here missed its team's package.
       P2H-SKIP-DISCREP-LINE.
           ADD 1                                TO   WS-LINES-STRANDED
           PERFORM P8C-READ-DISCREP
           .
      *> Once the run-level summary starts, the rest of the coverage
      *> report is the summary.
       P2I-SKIP-COVERAGE-LINE.
           IF CU-IS-RUN-SUMMARY
               PERFORM P2J-SKIP-COVERAGE-SUMMARY WITH TEST BEFORE
                   UNTIL COVERAGE-EOF
           ELSE
               ADD 1                            TO   WS-LINES-STRANDED
               PERFORM P8D-READ-COVERAGE
           END-IF
           .
       P2J-SKIP-COVERAGE-SUMMARY.
           ADD 1                                TO   WS-LINES-RUN-LEVEL
           PERFORM P8D-READ-COVERAGE
           .
       P3-WRITE-DIST-LOG.
           PERFORM P7A-WRITE-PAGE-HEADER

           MOVE 1                               TO   WS-WANT-SECTION
           PERFORM P7D-CHECK-SECTION
           IF WS-PACKAGES = ZERO
               MOVE '  NO PACKAGES PRODUCED'    TO   DLOG-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           ELSE
               PERFORM P3A-LOG-PACKAGE
                   VARYING WS-DX FROM 1 BY 1
                   UNTIL WS-DX > WS-DIST-COUNT
           END-IF

           MOVE 2                               TO   WS-WANT-SECTION
           PERFORM P7D-CHECK-SECTION
           PERFORM P3B-LOG-NO-PACKAGE
               VARYING WS-DX FROM 1 BY 1
               UNTIL WS-DX > WS-DIST-COUNT
           PERFORM P3C-LOG-NO-ENTRY
               VARYING WS-RX FROM 1 BY 1
               UNTIL WS-RX > WS-RUN-TEAM-COUNT
           IF WS-NOT-PROCESSED + WS-NO-REPORTS + WS-NO-DIST-ENTRY
                   = ZERO
               MOVE '  NONE'                    TO   DLOG-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P3A-LOG-PACKAGE.
           IF WS-DS-STATE(WS-DX) = 'P'
               MOVE WS-DS-TEAM-CODE(WS-DX)      TO   WS-PD-TEAM-CODE
               MOVE WS-DS-CONTACT(WS-DX)        TO   WS-PD-CONTACT
               MOVE WS-DS-DESTINATION(WS-DX)    TO   WS-PD-DESTINATION
               MOVE '-'                         TO   WS-PD-RPT-ROSTER
               MOVE '-'                         TO   WS-PD-RPT-DISCREP
               MOVE '-'                         TO   WS-PD-RPT-COVERAGE
               IF WS-DS-ROSTER-FLAG(WS-DX) = 'Y'
                   MOVE 'R'                     TO   WS-PD-RPT-ROSTER
               END-IF
               IF WS-DS-DISCREP-FLAG(WS-DX) = 'Y'
                   MOVE 'D'                     TO   WS-PD-RPT-DISCREP
               END-IF
               IF WS-DS-COVERAGE-FLAG(WS-DX) = 'Y'
                   MOVE 'C'                     TO   WS-PD-RPT-COVERAGE
               END-IF
               MOVE WS-DS-ROSTER-LINES(WS-DX)   TO   WS-PD-ROST-LINES
               MOVE WS-DS-DISCREP-LINES(WS-DX)  TO   WS-PD-DISC-LINES
               MOVE WS-DS-COVERAGE-LINES(WS-DX) TO   WS-PD-COVR-LINES
               MOVE WS-DS-RUN-ID(WS-DX)         TO   WS-PD-RUN-ID
               MOVE WS-PKG-DETAIL-LINE          TO   DLOG-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P3B-LOG-NO-PACKAGE.
           EVALUATE WS-DS-STATE(WS-DX)
               WHEN SPACE
                   ADD 1                        TO   WS-NOT-PROCESSED
                   MOVE WS-DS-TEAM-CODE(WS-DX)  TO   WS-ND-TEAM-CODE
                   MOVE WS-DS-CONTACT(WS-DX)    TO   WS-ND-NAME
                   MOVE 'NOT PROCESSED THIS RUN'
                                                TO   WS-ND-REASON
                   MOVE WS-NOPKG-DETAIL-LINE    TO   DLOG-RECORD
                   PERFORM P7C-WRITE-REPORT-LINE
               WHEN 'S'
                   ADD 1                        TO   WS-NO-REPORTS
                   MOVE WS-DS-TEAM-CODE(WS-DX)  TO   WS-ND-TEAM-CODE
                   MOVE WS-DS-CONTACT(WS-DX)    TO   WS-ND-NAME
                   MOVE 'PROCESSED - NO REPORTS SELECTED'
                                                TO   WS-ND-REASON
                   MOVE WS-NOPKG-DETAIL-LINE    TO   DLOG-RECORD
                   PERFORM P7C-WRITE-REPORT-LINE
           END-EVALUATE
           .
       P3C-LOG-NO-ENTRY.
           IF WS-RT-STATE(WS-RX) = 'U'
               ADD 1                            TO   WS-NO-DIST-ENTRY
               MOVE WS-RT-TEAM-CODE(WS-RX)      TO   WS-ND-TEAM-CODE
               MOVE WS-RT-TEAM-NAME(WS-RX)      TO   WS-ND-NAME
               IF WS-RT-TEAM-CODE(WS-RX) = SPACES
                   MOVE 'PAGES WITHHELD - NOT ON ARCHIVE FOR RUN'
                                                TO   WS-ND-REASON
               ELSE
                   MOVE 'PAGES WITHHELD - NO DISTRIBUTION ENTRY'
                                                TO   WS-ND-REASON
               END-IF
               MOVE WS-NOPKG-DETAIL-LINE        TO   DLOG-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF
           .
       P4-FINALIZE.
           MOVE 'DISTRIBUTION ENTRIES:'         TO   WS-DT-LABEL
           MOVE WS-DIST-COUNT                   TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 2 LINES
           MOVE 'PACKAGES PRODUCED:'            TO   WS-DT-LABEL
           MOVE WS-PACKAGES                     TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'NOT PROCESSED THIS RUN:'       TO   WS-DT-LABEL
           MOVE WS-NOT-PROCESSED                TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'NO REPORTS SELECTED:'          TO   WS-DT-LABEL
           MOVE WS-NO-REPORTS                   TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'NO DISTRIBUTION ENTRY:'        TO   WS-DT-LABEL
           MOVE WS-NO-DIST-ENTRY                TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           COMPUTE WS-LINES-READ-TOTAL = WS-ROSTER-READ
               + WS-DISCREP-READ + WS-COVERAGE-READ
           MOVE 'REPORT LINES READ:'            TO   WS-DT-LABEL
           MOVE WS-LINES-READ-TOTAL             TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'LINES PACKAGED:'               TO   WS-DT-LABEL
           MOVE WS-LINES-PACKAGED               TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'LINES WITHHELD:'               TO   WS-DT-LABEL
           MOVE WS-LINES-WITHHELD               TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'RUN SUMMARY LINES:'            TO   WS-DT-LABEL
           MOVE WS-LINES-RUN-LEVEL              TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'LINES OUT OF STEP:'            TO   WS-DT-LABEL
           MOVE WS-LINES-STRANDED               TO   WS-DT-COUNT
           MOVE WS-DLOG-TOTAL-LINE              TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE

      *> Every report line read went to a package or is accounted for
      *> as withheld, run-level or out of step.
           COMPUTE WS-BALANCE-TOTAL = WS-LINES-PACKAGED
               + WS-LINES-WITHHELD + WS-LINES-RUN-LEVEL
               + WS-LINES-STRANDED
           IF WS-BALANCE-TOTAL = WS-LINES-READ-TOTAL
              AND NOT FILE-ERROR-DETECTED
               MOVE 'IN BALANCE'                TO   WS-DB-RESULT
           ELSE
               MOVE 'OUT OF BALANCE'            TO   WS-DB-RESULT
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE WS-DLOG-BALANCE-LINE            TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING 2 LINES

           DISPLAY 'DISTRIBUTION SUMMARY - PACKAGES: ' WS-PACKAGES
                   ' NOT PROCESSED: '           WS-NOT-PROCESSED
                   ' NO ENTRY: '                WS-NO-DIST-ENTRY
                   ' OUT OF STEP: '             WS-LINES-STRANDED
                   ' '                          WS-DB-RESULT

           CLOSE PACKAGE-FILE
           CLOSE DIST-LOG-FILE

      *> A club's pages with nowhere to go, or pages that could not
      *> be matched to their club, need an operator's look.
           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-NO-DIST-ENTRY > ZERO
                  OR WS-LINES-STRANDED > ZERO
                  OR WS-DIST-LOST > ZERO
                  OR WS-DIST-DUPLICATE > ZERO
                  OR WS-RUN-TEAMS-LOST > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           PERFORM P9I-END-STEP

           STOP RUN.
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-DH-DATE
           MOVE WS-SELECT-DATE                  TO   WS-DH-RUN-DATE
           MOVE WS-PAGE-NO                      TO   WS-DH-PAGE
           MOVE WS-DLOG-PAGE-HEADER             TO   DLOG-RECORD
           WRITE DLOG-RECORD AFTER ADVANCING PAGE
           IF NOT DIST-LOG-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           IF WS-CURRENT-SECTION > ZERO
               PERFORM P7G-WRITE-COLUMN-HEADER
           END-IF
           .
      *> The caller leaves the line in DLOG-RECORD; it is held aside
      *> while a page break writes the headings.
       P7C-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= 22
               MOVE DLOG-RECORD                 TO   WS-HOLD-RPT-LINE
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE WS-HOLD-RPT-LINE            TO   DLOG-RECORD
           END-IF
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           IF NOT DIST-LOG-STATUS-OK
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
                                                TO   WS-DS-TITLE
               MOVE WS-DLOG-SECTION-LINE        TO   DLOG-RECORD
               WRITE DLOG-RECORD AFTER ADVANCING 2 LINES
               IF NOT DIST-LOG-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               ADD 2                            TO   WS-LINE-COUNT
               PERFORM P7G-WRITE-COLUMN-HEADER
           END-IF
           .
      *> Cover sheet on a new page at the head of the club's package:
      *> who it is for, where it goes, and the run its pages are from.
       P7E-WRITE-COVER-SHEET.
           SET WS-DX TO WS-CUR-DIST-SUB
           MOVE WS-CVR-RULE-LINE                TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING PAGE
           MOVE WS-DS-TEAM-CODE(WS-DX)          TO   WS-CT-TEAM-CODE
           MOVE WS-CVR-TITLE-LINE               TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-CVR-RULE-LINE                TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 2 LINES

           MOVE 'TEAM NAME:'                    TO   WS-CF-LABEL
           MOVE WS-BURST-NAME                   TO   WS-CF-VALUE
           MOVE WS-CVR-FIELD-LINE               TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 2 LINES
           MOVE 'CONTACT:'                      TO   WS-CF-LABEL
           MOVE WS-DS-CONTACT(WS-DX)            TO   WS-CF-VALUE
           MOVE WS-CVR-FIELD-LINE               TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'DESTINATION:'                  TO   WS-CF-LABEL
           MOVE WS-DS-DESTINATION(WS-DX)        TO   WS-CF-VALUE
           MOVE WS-CVR-FIELD-LINE               TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'RUN ID:'                       TO   WS-CF-LABEL
           MOVE WS-DS-RUN-ID(WS-DX)             TO   WS-CF-VALUE
           MOVE WS-CVR-FIELD-LINE               TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 1 LINE
           MOVE 'RUN DATE:'                     TO   WS-CF-LABEL
           MOVE WS-SELECT-DATE                  TO   WS-CF-VALUE
           MOVE WS-CVR-FIELD-LINE               TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 1 LINE

           MOVE SPACES                          TO   WS-CVR-CONTENTS
           IF WS-WANT-ROSTER = 'Y'
               MOVE 'ROSTER LIST'               TO   WS-CC-ROSTER
           END-IF
           IF WS-WANT-DISCREP = 'Y'
               MOVE 'DISCREPANCIES'             TO   WS-CC-DISCREP
           END-IF
           IF WS-WANT-COVERAGE = 'Y'
               MOVE 'COVERAGE'                  TO   WS-CC-COVERAGE
           END-IF
           MOVE 'CONTENTS:'                     TO   WS-CF-LABEL
           MOVE WS-CVR-CONTENTS                 TO   WS-CF-VALUE
           MOVE WS-CVR-FIELD-LINE               TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-CVR-RULE-LINE                TO   PKG-RECORD
           WRITE PKG-RECORD AFTER ADVANCING 2 LINES
           IF NOT PACKAGE-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
      *> Each report's part of a package, and each roster list page,
      *> starts on a new page as it did in the full report.
       P7F-WRITE-PACKAGE-LINE.
           IF FIRST-LINE-OF-PART
               WRITE PKG-RECORD AFTER ADVANCING PAGE
               MOVE 'N'                         TO   WS-FIRST-LINE-FLAG
           ELSE
               WRITE PKG-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF NOT PACKAGE-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINES-PACKAGED
           .
       P7G-WRITE-COLUMN-HEADER.
           IF WS-CURRENT-SECTION = 1
               MOVE WS-PKG-COLUMN-HEADER        TO   DLOG-RECORD
           ELSE
               MOVE WS-NOPKG-COLUMN-HEADER      TO   DLOG-RECORD
           END-IF
           WRITE DLOG-RECORD AFTER ADVANCING 1 LINE
           IF NOT DIST-LOG-STATUS-OK
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
           END-READ
           .
       P8B-READ-ROSTER.
           READ ROSTER-RPT-FILE
               AT END
                   SET ROSTER-EOF TO TRUE
               NOT AT END
                   IF NOT ROSTER-RPT-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-ROSTER-READ
           END-READ
           .
       P8C-READ-DISCREP.
           READ DISCREP-RPT-FILE
               AT END
                   SET DISCREP-EOF TO TRUE
               NOT AT END
                   IF NOT DISCREP-RPT-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-DISCREP-READ
           END-READ
           .
       P8D-READ-COVERAGE.
           READ COVERAGE-RPT-FILE
               AT END
                   SET COVERAGE-EOF TO TRUE
               NOT AT END
                   IF NOT COVERAGE-RPT-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-COVERAGE-READ
           END-READ
           .
      *> Step control at start of run. Tonight's events for each
      *> predecessor are read in file order, last one winning: a
      *> STARTED with no ENDED after it is a step that abended or is
      *> still running, an ENDED at 8 or over is a failed step.
      *> Any predecessor not ENDED OK refuses this step with return
      *> code 16, unless tonight's override card for this step names
      *> an operator - then the step starts and the bypass is filed
      *> as an OVERRIDE event for each predecessor it skipped.
       P9C-CHECK-STEP-CONTROL.
           MOVE FUNCTION CURRENT-DATE(9:6)      TO   WS-SC-TIME-RAW
           PERFORM VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SC-PRED-COUNT
               MOVE 'NOT RUN'             TO   WS-SC-PRED-STATE(WS-SCX)
           END-PERFORM

           OPEN INPUT STEP-CONTROL-FILE
           IF STEP-CONTROL-STATUS-OK
               READ STEP-CONTROL-FILE
                   AT END SET SC-EOF TO TRUE
               END-READ
               PERFORM P9D-NOTE-STEP-EVENT WITH TEST BEFORE
                   UNTIL SC-EOF
               CLOSE STEP-CONTROL-FILE
           ELSE
               DISPLAY 'NOTE: STEPCTL NOT READ - STATUS: '
                       WS-STEP-CONTROL-STATUS
           END-IF

           PERFORM P9E-READ-OVERRIDE-DECK

           OPEN EXTEND STEP-CONTROL-FILE
           IF NOT STEP-CONTROL-STATUS-OK
               DISPLAY 'ERROR: STEPCTL OPEN FAILED - STATUS: '
                       WS-STEP-CONTROL-STATUS
               SET SC-STEP-REFUSED TO TRUE
               MOVE 12                          TO   RETURN-CODE
           ELSE
               PERFORM P9G-JUDGE-PREDECESSOR
                   VARYING WS-SCX FROM 1 BY 1
                   UNTIL WS-SCX > WS-SC-PRED-COUNT
               IF SC-STEP-REFUSED
                   MOVE 16                      TO   RETURN-CODE
               ELSE
                   MOVE 'STARTED'               TO   WS-SC-EVENT
                   MOVE ZERO                    TO   WS-SC-EVENT-RC
                   MOVE SPACES                  TO   WS-SC-EVENT-PRED
                   MOVE SPACES                  TO   WS-SC-EVENT-STATE
                   PERFORM P9H-WRITE-STEP-EVENT
               END-IF
               CLOSE STEP-CONTROL-FILE
           END-IF
           .
       P9D-NOTE-STEP-EVENT.
           IF STC-RUN-DATE = WS-SC-RUN-DATE
               PERFORM VARYING WS-SCX FROM 1 BY 1
                       UNTIL WS-SCX > WS-SC-PRED-COUNT
                   IF STC-STEP-NAME = WS-SC-PRED-STEP(WS-SCX)
                       EVALUATE TRUE
                           WHEN STC-STARTED
                               MOVE 'NOT ENDED'
                                     TO   WS-SC-PRED-STATE(WS-SCX)
                           WHEN STC-ENDED AND STC-RETURN-CODE < 8
                               MOVE 'ENDED OK'
                                     TO   WS-SC-PRED-STATE(WS-SCX)
                           WHEN STC-ENDED
                               MOVE SPACES
                                     TO   WS-SC-PRED-STATE(WS-SCX)
                               STRING 'ENDED ' STC-RETURN-CODE
                                   DELIMITED BY SIZE
                                   INTO WS-SC-PRED-STATE(WS-SCX)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           READ STEP-CONTROL-FILE
               AT END SET SC-EOF TO TRUE
           END-READ
           .
      *> No override deck is the normal night.
       P9E-READ-OVERRIDE-DECK.
           MOVE 'N'                             TO   WS-SC-EOF
           OPEN INPUT STEP-OVERRIDE-FILE
           IF STEP-OVERRIDE-STATUS-OK
               READ STEP-OVERRIDE-FILE
                   AT END SET SC-EOF TO TRUE
               END-READ
               PERFORM P9F-SCAN-OVERRIDE-CARD WITH TEST BEFORE
                   UNTIL SC-EOF
               CLOSE STEP-OVERRIDE-FILE
           END-IF
           .
       P9F-SCAN-OVERRIDE-CARD.
           IF SOV-FORCE-CARD AND SOV-STEP-NAME = WS-SC-STEP-NAME
               EVALUATE TRUE
                   WHEN SOV-RUN-DATE NOT = WS-SC-RUN-DATE
                       DISPLAY 'WARNING: OVERRIDE CARD FOR '
                               SOV-STEP-NAME ' DATED ' SOV-RUN-DATE
                               ' IGNORED'
                   WHEN SOV-OPERATOR = SPACES
                       DISPLAY 'WARNING: OVERRIDE CARD FOR '
                               SOV-STEP-NAME ' HAS NO OPERATOR ID'
                               ' - IGNORED'
                   WHEN OTHER
                       SET SC-OVERRIDE-FOUND TO TRUE
                       MOVE SOV-OPERATOR        TO   WS-SC-OVR-OPERATOR
                       MOVE SOV-REASON          TO   WS-SC-OVR-REASON
               END-EVALUATE
           END-IF
           READ STEP-OVERRIDE-FILE
               AT END SET SC-EOF TO TRUE
           END-READ
           .
       P9G-JUDGE-PREDECESSOR.
           IF WS-SC-PRED-STATE(WS-SCX) NOT = 'ENDED OK'
               MOVE WS-SC-PRED-STEP(WS-SCX)     TO   WS-SC-EVENT-PRED
               MOVE WS-SC-PRED-STATE(WS-SCX)    TO   WS-SC-EVENT-STATE
               MOVE ZERO                        TO   WS-SC-EVENT-RC
               IF SC-OVERRIDE-FOUND
                   DISPLAY 'STEP OVERRIDE: ' WS-SC-STEP-NAME
                           ' FORCED PAST ' WS-SC-EVENT-PRED
                           ' (' WS-SC-EVENT-STATE ') BY '
                           WS-SC-OVR-OPERATOR
                   DISPLAY 'OVERRIDE REASON: ' WS-SC-OVR-REASON
                   MOVE 'OVERRIDE'              TO   WS-SC-EVENT
               ELSE
                   DISPLAY 'STEP REFUSED: ' WS-SC-STEP-NAME
                           ' - PREDECESSOR ' WS-SC-EVENT-PRED
                           ' ' WS-SC-EVENT-STATE
                           ' FOR ' WS-SC-RUN-DATE
                   SET SC-STEP-REFUSED TO TRUE
                   MOVE 'REFUSED'               TO   WS-SC-EVENT
               END-IF
               PERFORM P9H-WRITE-STEP-EVENT
           END-IF
           .
      *> A step that cannot file its own events would leave the
      *> rest of the night refusing to run - a fatal run error.
       P9H-WRITE-STEP-EVENT.
           MOVE SPACES                          TO   STEP-CONTROL-RECORD
           MOVE WS-SC-RUN-DATE                  TO   STC-RUN-DATE
           MOVE WS-SC-STEP-NAME                 TO   STC-STEP-NAME
           MOVE WS-SC-EVENT                     TO   STC-EVENT
           STRING WS-SC-TIME-RAW(1:2) ':' WS-SC-TIME-RAW(3:2) ':'
                  WS-SC-TIME-RAW(5:2)
               DELIMITED BY SIZE INTO STC-EVENT-TIME
           MOVE WS-SC-EVENT-RC                  TO   STC-RETURN-CODE
           MOVE WS-SC-EVENT-PRED                TO   STC-PRED-STEP
           MOVE WS-SC-EVENT-STATE               TO   STC-PRED-STATE
           IF STC-OVERRIDDEN
               MOVE WS-SC-OVR-OPERATOR          TO   STC-OPERATOR
               MOVE WS-SC-OVR-REASON            TO   STC-NOTE
           END-IF
           WRITE STEP-CONTROL-RECORD
           IF NOT STEP-CONTROL-STATUS-OK
               DISPLAY 'ERROR: STEPCTL WRITE FAILED - STATUS: '
                       WS-STEP-CONTROL-STATUS
               SET SC-STEP-REFUSED TO TRUE
               MOVE 12                          TO   RETURN-CODE
           END-IF
           .
      *> Step control at end of run: ENDED with the return code the
      *> scheduler is about to see.
       P9I-END-STEP.
           MOVE FUNCTION CURRENT-DATE(9:6)      TO   WS-SC-TIME-RAW
           MOVE 'ENDED'                         TO   WS-SC-EVENT
           MOVE RETURN-CODE                     TO   WS-SC-EVENT-RC
           MOVE SPACES                          TO   WS-SC-EVENT-PRED
           MOVE SPACES                          TO   WS-SC-EVENT-STATE
           OPEN EXTEND STEP-CONTROL-FILE
           IF NOT STEP-CONTROL-STATUS-OK
               DISPLAY 'ERROR: STEPCTL OPEN FAILED - STATUS: '
                       WS-STEP-CONTROL-STATUS
               MOVE 12                          TO   RETURN-CODE
           ELSE
               PERFORM P9H-WRITE-STEP-EVENT
               CLOSE STEP-CONTROL-FILE
           END-IF
           .
       END PROGRAM RPTBURST.
