       IDENTIFICATION DIVISION.
       PROGRAM-ID. SQUADSEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Match-day squad selection: every fixture on FIXTURES gets a
      *> named squad - a starting eleven plus a bench up to the
      *> fixture's squad size - picked from the team's active
      *> athletes on the validated master. The POSMIN group minimums
      *> are filled first, so the squad submitted to the referee
      *> meets the same coverage rule as the printed roster list.
           SELECT FIXTURE-FILE         ASSIGN TO "FIXTURES"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXTURE-STATUS.

           SELECT FIXTURE-SORT-FILE    ASSIGN TO "SORTWK01".

           SELECT FIXTURE-SORTED-FILE  ASSIGN TO "FIXTSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FIXTURE-SORTED-STATUS.

      *> The squad is picked from ROSTEDIT's validated copy, never
      *> the raw ATHLMSTR, so a rejected record cannot be named.
           SELECT ATHLETE-VALID-FILE   ASSIGN TO "ATHLVALD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATHLETE-STATUS.

           SELECT ATHLETE-SORT-FILE    ASSIGN TO "SORTWK02".

           SELECT ATHLETE-SORTED-FILE  ASSIGN TO "ATHLSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATHLETE-SORTED-STATUS.

           SELECT TEAM-MASTER-FILE     ASSIGN TO "TEAMMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEAM-STATUS.

           SELECT POSITION-MIN-FILE    ASSIGN TO "POSMIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POS-MIN-STATUS.

           SELECT SHEET-RPT-FILE       ASSIGN TO "SQUADRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHEET-RPT-STATUS.

           SELECT MATCH-SQUAD-FILE     ASSIGN TO "MATCHSQD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MATCH-SQUAD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIXTURE-FILE
           RECORDING MODE IS F.
       01  FIXTURE-INPUT-RECORD            PIC X(80).

       SD  FIXTURE-SORT-FILE.
       01  FS-SORT-RECORD.
           05  FS-TEAM-CODE                PIC X(5).
           05  FILLER                      PIC X(30).
           05  FS-MATCH-DATE               PIC X(10).
           05  FILLER                      PIC X(35).

       FD  FIXTURE-SORTED-FILE
           RECORDING MODE IS F.
           COPY FIXTRECD.

       FD  ATHLETE-VALID-FILE
           RECORDING MODE IS F.
       01  ATHLETE-VALID-RECORD            PIC X(80).

       SD  ATHLETE-SORT-FILE.
       01  AS-SORT-RECORD.
           05  AS-JERSEY-NO                PIC X(3).
           05  FILLER                      PIC X(45).
           05  AS-TEAM-CODE                PIC X(5).
           05  FILLER                      PIC X(27).

       FD  ATHLETE-SORTED-FILE
           RECORDING MODE IS F.
           COPY ATHLRECD.

       FD  TEAM-MASTER-FILE
           RECORDING MODE IS F.
           COPY TEAMRECD.

       FD  POSITION-MIN-FILE
           RECORDING MODE IS F.
           COPY POSMRECD.

       FD  SHEET-RPT-FILE
           RECORDING MODE IS F.
       01  SHEET-RECORD                    PIC X(80).

       FD  MATCH-SQUAD-FILE
           RECORDING MODE IS F.
           COPY MSQDRECD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-FIXTURE-STATUS                PIC XX.
               88 FIXTURE-STATUS-OK             VALUE '00'.
           03 WS-FIXTURE-SORTED-STATUS         PIC XX.
               88 FIXTURE-SORTED-STATUS-OK      VALUE '00'.
           03 WS-ATHLETE-STATUS                PIC XX.
               88 ATHLETE-STATUS-OK             VALUE '00'.
           03 WS-ATHLETE-SORTED-STATUS         PIC XX.
               88 ATHLETE-SORTED-STATUS-OK      VALUE '00'.
           03 WS-TEAM-STATUS                   PIC XX.
               88 TEAM-STATUS-OK                VALUE '00'.
           03 WS-POS-MIN-STATUS                PIC XX.
               88 POS-MIN-STATUS-OK             VALUE '00'.
           03 WS-SHEET-RPT-STATUS              PIC XX.
               88 SHEET-RPT-STATUS-OK           VALUE '00'.
           03 WS-MATCH-SQUAD-STATUS            PIC XX.
               88 MATCH-SQUAD-STATUS-OK         VALUE '00'.

       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

       01 WS-FLAGS.
           03 WS-FIXTURE-EOF                   PIC X         VALUE 'N'.
               88 FIXTURE-EOF                   VALUE 'Y'.
           03 WS-ATHLETE-EOF                   PIC X         VALUE 'N'.
               88 ATHLETE-EOF                   VALUE 'Y'.
           03 WS-TEAM-EOF                      PIC X         VALUE 'N'.
               88 TEAM-EOF                      VALUE 'Y'.
           03 WS-POS-MIN-EOF                   PIC X         VALUE 'N'.
               88 POS-MIN-EOF                   VALUE 'Y'.
           03 WS-TEAM-FOUND-FLAG               PIC X         VALUE 'N'.
               88 TEAM-FOUND                    VALUE 'Y'.
           03 WS-SQUAD-SHORT-FLAG              PIC X         VALUE 'N'.
               88 SQUAD-SHORT                   VALUE 'Y'.

      *> Competition rule: eleven start, and a fixture card without a
      *> usable squad size names the league's standard eighteen.
       01 WS-SQUAD-RULES.
           03 WS-STARTING-SIZE                 PIC 99        VALUE 11.
           03 WS-DEFAULT-SQUAD-SIZE            PIC 99        VALUE 18.

      *> TEAMMSTR held in storage for the team-sheet heading and to
      *> catch a fixture punched against a team that is not on file.
       01 WS-TEAM-TABLE.
           03 WS-TEAM-COUNT                    PIC 999       VALUE ZERO.
           03 WS-TEAM-ENTRY  OCCURS 200 TIMES
                             INDEXED BY WS-TX.
               05 WS-TT-CODE                   PIC X(5).
               05 WS-TT-NAME                   PIC X(30).

      *> League coverage minimums loaded from POSMIN at start-up, one
      *> entry per position group; WS-PG-COUNT is reset for every
      *> fixture and counts the athletes named in that group.
       01 WS-POS-GROUP-TABLE.
           03 WS-POS-GROUP-COUNT               PIC 99    VALUE ZERO.
           03 WS-POS-GROUP-ENTRY  OCCURS 20 TIMES
                                  INDEXED BY WS-PX WS-PY.
               05 WS-PG-GROUP                  PIC X(15).
               05 WS-PG-MIN                    PIC 9(3).
               05 WS-PG-COUNT                  PIC 9(3).

      *> The active athletes of the team currently loaded, in jersey
      *> order off the sorted file. WS-CA-ROLE is cleared for every
      *> fixture, so a team with two fixtures on the card is loaded
      *> once and picked twice.
       01 WS-CAND-TABLE.
           03 WS-CAND-TEAM                     PIC X(5)  VALUE SPACES.
           03 WS-CAND-COUNT                    PIC 99    VALUE ZERO.
           03 WS-CAND-ENTRY  OCCURS 99 TIMES
                             INDEXED BY WS-CX.
               05 WS-CA-JERSEY-NO              PIC 9(3).
               05 WS-CA-NAME                   PIC X(30).
               05 WS-CA-POSITION               PIC X(15).
               05 WS-CA-ROLE                   PIC X.

       01 WS-SQUAD-WORK.
           03 WS-SQUAD-SIZE                    PIC 99        VALUE ZERO.
           03 WS-STARTERS-NAMED                PIC 99        VALUE ZERO.
           03 WS-BENCH-NAMED                   PIC 99        VALUE ZERO.
           03 WS-SQUAD-NAMED                   PIC 99        VALUE ZERO.
           03 WS-SHIRT-ORDER                   PIC 99        VALUE ZERO.
           03 WS-PRINT-ROLE                    PIC X         VALUE ' '.
           03 WS-SHEET-TEAM-NAME               PIC X(30) VALUE SPACES.
           03 WS-SHEET-HOLD-LINE               PIC X(80) VALUE SPACES.

       01 WS-SQUAD-COUNTERS.
           03 WS-FIXTURES-READ                 PIC 9(5)      VALUE ZERO.
           03 WS-SQUADS-NAMED                  PIC 9(5)      VALUE ZERO.
           03 WS-SQUADS-SHORT                  PIC 9(5)      VALUE ZERO.
           03 WS-FIXTURES-REJECTED             PIC 9(5)      VALUE ZERO.
           03 WS-ATHLETES-NAMED                PIC 9(7)      VALUE ZERO.
           03 WS-CANDIDATES-LOST               PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).
           03 WS-CT-RAW                        PIC X(6).

      *> Run identifier: MMDDHHMM of the moment this execution
      *> started, carried on every squad header so ticketing can
      *> tell a resubmitted squad from the first one.
       01 WS-RUN-ID                            PIC X(8)  VALUE SPACES.

       01 WS-SHEET-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'MATCH-DAY TEAM SHEET      '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-SH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-SH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-SHEET-FIXTURE-LINE.
           05 FILLER                  PIC X(6)  VALUE 'TEAM: '.
           05 WS-SF-TEAM-NAME         PIC X(30).
           05 FILLER                  PIC X(4)  VALUE ' VS '.
           05 WS-SF-OPPONENT          PIC X(30).
           05 FILLER                  PIC X(10) VALUE SPACES.

       01 WS-SHEET-MATCH-LINE.
           05 FILLER                  PIC X(12) VALUE 'MATCH DATE: '.
           05 WS-SM-DATE              PIC X(10).
           05 FILLER                  PIC X(14) VALUE '  SQUAD SIZE: '.
           05 WS-SM-SIZE              PIC Z9.
           05 FILLER                  PIC X(10) VALUE '  RUN ID: '.
           05 WS-SM-RUN-ID            PIC X(8).
           05 FILLER                  PIC X(24) VALUE SPACES.

       01 WS-SHEET-SECTION-LINE.
           05 WS-SS-TITLE             PIC X(40).
           05 FILLER                  PIC X(40) VALUE SPACES.

       01 WS-SHEET-DETAIL-LINE.
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-SD-ORDER             PIC Z9.
           05 FILLER                  PIC X(6)  VALUE '.  No:'.
           05 WS-SD-JERSEY            PIC ZZ9.
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-SD-NAME              PIC X(30).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-SD-POS               PIC X(15).
           05 FILLER                  PIC X(19) VALUE SPACES.

       01 WS-SHEET-COVR-LINE.
           05 FILLER                  PIC X(9)  VALUE '  GROUP: '.
           05 WS-SC-GROUP             PIC X(15).
           05 FILLER                  PIC X(6)  VALUE ' REQ: '.
           05 WS-SC-REQUIRED          PIC ZZ9.
           05 FILLER                  PIC X(8)  VALUE ' NAMED: '.
           05 WS-SC-NAMED             PIC ZZ9.
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-SC-FLAG              PIC X(5).
           05 FILLER                  PIC X(29) VALUE SPACES.

       01 WS-SHEET-STATUS-LINE.
           05 FILLER                  PIC X(14) VALUE 'SQUAD STATUS: '.
           05 WS-ST-TEXT              PIC X(40).
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-SHEET-TOTAL-LINE.
           05 WS-TL-LABEL             PIC X(30).
           05 WS-TL-COUNT             PIC ZZZZZZ9.
           05 FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)      TO   WS-CT-RAW
           STRING WS-CD-RAW(5:4) WS-CT-RAW(1:4)
               DELIMITED BY SIZE INTO WS-RUN-ID
           DISPLAY 'SQUAD SELECTION RUN ID: ' WS-RUN-ID

           PERFORM P1A-LOAD-POS-MINS
           PERFORM P1C-LOAD-TEAM-TABLE

      *> Both inputs are sorted on team code so the fixture loop
      *> consumes the athlete file as a control break, one pass.
           SORT FIXTURE-SORT-FILE
               ON ASCENDING KEY FS-TEAM-CODE FS-MATCH-DATE
               WITH DUPLICATES IN ORDER
               USING FIXTURE-FILE GIVING FIXTURE-SORTED-FILE

           SORT ATHLETE-SORT-FILE
               ON ASCENDING KEY AS-TEAM-CODE AS-JERSEY-NO
               WITH DUPLICATES IN ORDER
               USING ATHLETE-VALID-FILE GIVING ATHLETE-SORTED-FILE

           OPEN OUTPUT SHEET-RPT-FILE
           OPEN OUTPUT MATCH-SQUAD-FILE
           OPEN INPUT  FIXTURE-SORTED-FILE
           OPEN INPUT  ATHLETE-SORTED-FILE

           PERFORM P8B-READ-ATHLETE
           PERFORM P8A-READ-FIXTURE

           IF FIXTURE-EOF
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE 'NO FIXTURES SUPPLIED - NO SQUADS NAMED'
                                                TO   SHEET-RECORD
               WRITE SHEET-RECORD AFTER ADVANCING 1 LINE
           END-IF

           PERFORM P2-BUILD-SQUAD WITH TEST BEFORE
               UNTIL FIXTURE-EOF

           PERFORM P3-FINALIZE
           .
      *> A POSMIN that cannot be opened is a fatal run error, not an
      *> empty rule set - a squad named without the coverage rule
      *> could be refused by the referee on the day.
       P1A-LOAD-POS-MINS.
           OPEN INPUT POSITION-MIN-FILE
           IF NOT POS-MIN-STATUS-OK
               DISPLAY 'POSMIN OPEN FAILED - STATUS: '
                       WS-POS-MIN-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET POS-MIN-EOF TO TRUE
           ELSE
               READ POSITION-MIN-FILE
                   AT END SET POS-MIN-EOF TO TRUE
                   NOT AT END
                       IF NOT POS-MIN-STATUS-OK
                           SET FILE-ERROR-DETECTED TO TRUE
                       END-IF
               END-READ
           END-IF
           PERFORM P1B-STORE-POS-MIN WITH TEST BEFORE
               UNTIL POS-MIN-EOF OR WS-POS-GROUP-COUNT >= 20
           CLOSE POSITION-MIN-FILE
           .
       P1B-STORE-POS-MIN.
           ADD 1                                TO   WS-POS-GROUP-COUNT
           SET WS-PX TO WS-POS-GROUP-COUNT
           MOVE POS-GROUP-NAME                  TO   WS-PG-GROUP(WS-PX)
           IF POS-MIN-COUNT NUMERIC
               MOVE POS-MIN-COUNT               TO   WS-PG-MIN(WS-PX)
           ELSE
               MOVE ZERO                        TO   WS-PG-MIN(WS-PX)
           END-IF
           MOVE ZERO                            TO   WS-PG-COUNT(WS-PX)
           READ POSITION-MIN-FILE
               AT END SET POS-MIN-EOF TO TRUE
               NOT AT END
                   IF NOT POS-MIN-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P1C-LOAD-TEAM-TABLE.
           OPEN INPUT TEAM-MASTER-FILE
           READ TEAM-MASTER-FILE
               AT END SET TEAM-EOF TO TRUE
               NOT AT END
                   IF NOT TEAM-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           PERFORM P1D-STORE-TEAM WITH TEST BEFORE
               UNTIL TEAM-EOF OR WS-TEAM-COUNT >= 200
      *> A team past the table would have every fixture refused as
      *> not on file - a partially loaded table is a fatal error.
           IF NOT TEAM-EOF
               SET FILE-ERROR-DETECTED TO TRUE
               PERFORM P1E-REPORT-DROPPED-TEAM WITH TEST BEFORE
                   UNTIL TEAM-EOF
           END-IF
           CLOSE TEAM-MASTER-FILE
           .
       P1D-STORE-TEAM.
           ADD 1                                TO   WS-TEAM-COUNT
           SET WS-TX TO WS-TEAM-COUNT
           MOVE TEAM-CODE                       TO   WS-TT-CODE(WS-TX)
           MOVE TEAM-NAME                       TO   WS-TT-NAME(WS-TX)
           READ TEAM-MASTER-FILE
               AT END SET TEAM-EOF TO TRUE
               NOT AT END
                   IF NOT TEAM-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P1E-REPORT-DROPPED-TEAM.
           DISPLAY 'ERROR: TEAM TABLE FULL - TEAM ' TEAM-CODE
                   ' NOT LOADED'
           READ TEAM-MASTER-FILE
               AT END SET TEAM-EOF TO TRUE
               NOT AT END
                   IF NOT TEAM-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P2-BUILD-SQUAD.
           ADD 1                                TO   WS-FIXTURES-READ
           PERFORM P2A-FIND-TEAM

           IF NOT TEAM-FOUND
               PERFORM P2J-REJECT-FIXTURE
           ELSE
               IF FIX-TEAM-CODE NOT = WS-CAND-TEAM
                   PERFORM P2B-LOAD-CANDIDATES
               END-IF

               IF FIX-SQUAD-SIZE NUMERIC AND FIX-SQUAD-SIZE > ZERO
                   MOVE FIX-SQUAD-SIZE          TO   WS-SQUAD-SIZE
               ELSE
                   MOVE WS-DEFAULT-SQUAD-SIZE   TO   WS-SQUAD-SIZE
               END-IF
               IF WS-SQUAD-SIZE < WS-STARTING-SIZE
                   MOVE WS-STARTING-SIZE        TO   WS-SQUAD-SIZE
               END-IF

               MOVE ZERO                        TO   WS-STARTERS-NAMED
               MOVE ZERO                        TO   WS-BENCH-NAMED
               MOVE ZERO                        TO   WS-SQUAD-NAMED
               MOVE 'N'                         TO   WS-SQUAD-SHORT-FLAG
               IF WS-CAND-COUNT > ZERO
                   PERFORM VARYING WS-CX FROM 1 BY 1
                           UNTIL WS-CX > WS-CAND-COUNT
                       MOVE SPACE               TO   WS-CA-ROLE(WS-CX)
                   END-PERFORM
               END-IF
               IF WS-POS-GROUP-COUNT > ZERO
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-POS-GROUP-COUNT
                       MOVE ZERO                TO   WS-PG-COUNT(WS-PX)
                   END-PERFORM
               END-IF

      *> Group minimums first, in POSMIN order, then the rest of the
      *> eleven and the bench in jersey order.
               IF WS-POS-GROUP-COUNT > ZERO
                   PERFORM P2C-PICK-GROUP-MINIMUM
                       VARYING WS-PX FROM 1 BY 1
                       UNTIL WS-PX > WS-POS-GROUP-COUNT
               END-IF
               IF WS-CAND-COUNT > ZERO
                   PERFORM P2E-FILL-SQUAD
                       VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CAND-COUNT
                          OR WS-SQUAD-NAMED >= WS-SQUAD-SIZE
               END-IF

               IF WS-STARTERS-NAMED < WS-STARTING-SIZE
                   SET SQUAD-SHORT TO TRUE
               END-IF
               IF WS-POS-GROUP-COUNT > ZERO
                   PERFORM VARYING WS-PX FROM 1 BY 1
                           UNTIL WS-PX > WS-POS-GROUP-COUNT
                       IF WS-PG-COUNT(WS-PX) < WS-PG-MIN(WS-PX)
                           SET SQUAD-SHORT TO TRUE
                       END-IF
                   END-PERFORM
               END-IF

               ADD 1                            TO   WS-SQUADS-NAMED
               IF SQUAD-SHORT
                   ADD 1                        TO   WS-SQUADS-SHORT
               END-IF
               ADD WS-SQUAD-NAMED               TO   WS-ATHLETES-NAMED

               PERFORM P2G-WRITE-TEAM-SHEET
               PERFORM P2H-WRITE-SQUAD-RECORDS
           END-IF

           PERFORM P8A-READ-FIXTURE
           .
       P2A-FIND-TEAM.
           MOVE 'N'                             TO   WS-TEAM-FOUND-FLAG
           MOVE SPACES                          TO   WS-SHEET-TEAM-NAME
           IF WS-TEAM-COUNT > ZERO
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TEAM-COUNT OR TEAM-FOUND
                   IF WS-TT-CODE(WS-TX) = FIX-TEAM-CODE
                       SET TEAM-FOUND TO TRUE
                       MOVE WS-TT-NAME(WS-TX)   TO   WS-SHEET-TEAM-NAME
                   END-IF
               END-PERFORM
           END-IF
           .
      *> The sorted athlete file is at or beyond this team's group.
      *> Athletes of teams with no fixture tonight are stepped over;
      *> only active athletes are candidates - injured and suspended
      *> players cannot be named.
       P2B-LOAD-CANDIDATES.
           MOVE FIX-TEAM-CODE                   TO   WS-CAND-TEAM
           MOVE ZERO                            TO   WS-CAND-COUNT
           PERFORM P8B-READ-ATHLETE WITH TEST BEFORE
               UNTIL ATHLETE-EOF
                  OR ATH-TEAM-CODE >= WS-CAND-TEAM
           PERFORM P2B1-STORE-CANDIDATE WITH TEST BEFORE
               UNTIL ATHLETE-EOF
                  OR ATH-TEAM-CODE NOT = WS-CAND-TEAM
           .
       P2B1-STORE-CANDIDATE.
           IF ATH-ACTIVE
               IF WS-CAND-COUNT < 99
                   ADD 1                        TO   WS-CAND-COUNT
                   SET WS-CX TO WS-CAND-COUNT
                   MOVE ATH-JERSEY-NO       TO   WS-CA-JERSEY-NO(WS-CX)
                   MOVE ATH-NAME            TO   WS-CA-NAME(WS-CX)
                   MOVE ATH-POSITION        TO   WS-CA-POSITION(WS-CX)
                   MOVE SPACE               TO   WS-CA-ROLE(WS-CX)
               ELSE
                   ADD 1                        TO   WS-CANDIDATES-LOST
                   DISPLAY 'WARNING: CANDIDATE TABLE FULL - '
                           ATH-TEAM-CODE ' ' ATH-JERSEY-NO
                           ' NOT CONSIDERED'
               END-IF
           END-IF
           PERFORM P8B-READ-ATHLETE
           .
      *> Names unpicked athletes of this group until the group's
      *> minimum is met or the squad is full. A group the team cannot
      *> fill is left short and flagged on the sheet.
       P2C-PICK-GROUP-MINIMUM.
           IF WS-CAND-COUNT > ZERO
               PERFORM VARYING WS-CX FROM 1 BY 1
                       UNTIL WS-CX > WS-CAND-COUNT
                          OR WS-PG-COUNT(WS-PX) >= WS-PG-MIN(WS-PX)
                          OR WS-SQUAD-NAMED >= WS-SQUAD-SIZE
                   IF WS-CA-ROLE(WS-CX) = SPACE
                      AND WS-CA-POSITION(WS-CX) = WS-PG-GROUP(WS-PX)
                       PERFORM P2D-NAME-ATHLETE
                   END-IF
               END-PERFORM
           END-IF
           .
      *> The eleven is filled before the bench: an athlete named
      *> while starting places remain starts.
       P2D-NAME-ATHLETE.
           IF WS-STARTERS-NAMED < WS-STARTING-SIZE
               MOVE 'S'                         TO   WS-CA-ROLE(WS-CX)
               ADD 1                            TO   WS-STARTERS-NAMED
           ELSE
               MOVE 'B'                         TO   WS-CA-ROLE(WS-CX)
               ADD 1                            TO   WS-BENCH-NAMED
           END-IF
           ADD 1                                TO   WS-SQUAD-NAMED
           PERFORM P2F-COUNT-GROUP
           .
       P2E-FILL-SQUAD.
           IF WS-CA-ROLE(WS-CX) = SPACE
               PERFORM P2D-NAME-ATHLETE
           END-IF
           .
      *> Counts the athlete just named under the group matching its
      *> position byte for byte. It runs on its own index, WS-PY, so
      *> the group loop driving P2C keeps its place in the table.
       P2F-COUNT-GROUP.
           IF WS-POS-GROUP-COUNT > ZERO
               PERFORM VARYING WS-PY FROM 1 BY 1
                       UNTIL WS-PY > WS-POS-GROUP-COUNT
                   IF WS-PG-GROUP(WS-PY) = WS-CA-POSITION(WS-CX)
                       ADD 1                    TO   WS-PG-COUNT(WS-PY)
                   END-IF
               END-PERFORM
           END-IF
           .
       P2G-WRITE-TEAM-SHEET.
           MOVE ZERO                            TO   WS-PAGE-NO
           PERFORM P7A-WRITE-PAGE-HEADER

           MOVE 'STARTING ELEVEN'               TO   WS-SS-TITLE
           PERFORM P7B-WRITE-SECTION
           MOVE ZERO                            TO   WS-SHIRT-ORDER
           MOVE 'S'                             TO   WS-PRINT-ROLE
           IF WS-CAND-COUNT > ZERO
               PERFORM P2G1-WRITE-SHEET-ATHLETE
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-COUNT
           END-IF

           MOVE 'SUBSTITUTES'                   TO   WS-SS-TITLE
           PERFORM P7B-WRITE-SECTION
           MOVE 'B'                             TO   WS-PRINT-ROLE
           IF WS-BENCH-NAMED = ZERO
               MOVE '  NONE NAMED'              TO   SHEET-RECORD
               PERFORM P7C-WRITE-SHEET-LINE
           ELSE
               PERFORM P2G1-WRITE-SHEET-ATHLETE
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-COUNT
           END-IF

           MOVE 'POSITION COVERAGE'             TO   WS-SS-TITLE
           PERFORM P7B-WRITE-SECTION
           IF WS-POS-GROUP-COUNT > ZERO
               PERFORM P2G2-WRITE-SHEET-GROUP
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-POS-GROUP-COUNT
           END-IF

           IF SQUAD-SHORT
               MOVE 'SHORT - CHECK BEFORE SUBMITTING'
                                                TO   WS-ST-TEXT
           ELSE
               MOVE 'COMPLETE'                  TO   WS-ST-TEXT
           END-IF
           MOVE WS-SHEET-STATUS-LINE            TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 2 LINES
           IF NOT SHEET-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 2                                TO   WS-LINE-COUNT
           .
      *> Starters and bench are each printed in jersey order, the
      *> order the referee checks shirts against; the running shirt
      *> order carries on from the eleven into the bench.
       P2G1-WRITE-SHEET-ATHLETE.
           IF WS-CA-ROLE(WS-CX) = WS-PRINT-ROLE
               ADD 1                            TO   WS-SHIRT-ORDER
               MOVE WS-SHIRT-ORDER              TO   WS-SD-ORDER
               MOVE WS-CA-JERSEY-NO(WS-CX)      TO   WS-SD-JERSEY
               MOVE WS-CA-NAME(WS-CX)           TO   WS-SD-NAME
               MOVE WS-CA-POSITION(WS-CX)       TO   WS-SD-POS
               MOVE WS-SHEET-DETAIL-LINE        TO   SHEET-RECORD
               PERFORM P7C-WRITE-SHEET-LINE
           END-IF
           .
       P2G2-WRITE-SHEET-GROUP.
           MOVE WS-PG-GROUP(WS-PX)              TO   WS-SC-GROUP
           MOVE WS-PG-MIN(WS-PX)                TO   WS-SC-REQUIRED
           MOVE WS-PG-COUNT(WS-PX)              TO   WS-SC-NAMED
           IF WS-PG-COUNT(WS-PX) < WS-PG-MIN(WS-PX)
               MOVE 'SHORT'                     TO   WS-SC-FLAG
           ELSE
               MOVE 'OK'                        TO   WS-SC-FLAG
           END-IF
           MOVE WS-SHEET-COVR-LINE              TO   SHEET-RECORD
           PERFORM P7C-WRITE-SHEET-LINE
           .
      *> One header then the named athletes in the same order as the
      *> printed sheet, so the announcers read the list as submitted.
       P2H-WRITE-SQUAD-RECORDS.
           MOVE SPACES                          TO   MATCH-SQUAD-RECORD
           MOVE 'H'                             TO   MSQ-RECORD-TYPE
           MOVE FIX-MATCH-DATE                  TO   MSQ-MATCH-DATE
           MOVE FIX-TEAM-CODE                   TO   MSQ-TEAM-CODE
           MOVE FIX-OPPONENT                    TO   MSQ-OPPONENT
           MOVE WS-SQUAD-SIZE                   TO   MSQ-SQUAD-SIZE
           MOVE WS-STARTERS-NAMED               TO   MSQ-STARTER-COUNT
           MOVE WS-BENCH-NAMED                  TO   MSQ-BENCH-COUNT
           IF SQUAD-SHORT
               SET MSQ-SQUAD-SHORT TO TRUE
           ELSE
               SET MSQ-SQUAD-COMPLETE TO TRUE
           END-IF
           MOVE WS-RUN-ID                       TO   MSQ-RUN-ID
           WRITE MATCH-SQUAD-RECORD
           IF NOT MATCH-SQUAD-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF

           MOVE ZERO                            TO   WS-SHIRT-ORDER
           IF WS-CAND-COUNT > ZERO
               MOVE 'S'                         TO   WS-PRINT-ROLE
               PERFORM P2H1-WRITE-SQUAD-DETAIL
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-COUNT
               MOVE 'B'                         TO   WS-PRINT-ROLE
               PERFORM P2H1-WRITE-SQUAD-DETAIL
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CAND-COUNT
           END-IF
           .
       P2H1-WRITE-SQUAD-DETAIL.
           IF WS-CA-ROLE(WS-CX) = WS-PRINT-ROLE
               ADD 1                            TO   WS-SHIRT-ORDER
               MOVE SPACES                      TO   MATCH-SQUAD-RECORD
               MOVE 'D'                         TO   MSQ-RECORD-TYPE
               MOVE FIX-MATCH-DATE              TO   MSQ-MATCH-DATE
               MOVE FIX-TEAM-CODE               TO   MSQ-TEAM-CODE
               MOVE WS-CA-JERSEY-NO(WS-CX)      TO   MSQ-JERSEY-NO
               MOVE WS-CA-NAME(WS-CX)           TO   MSQ-NAME
               MOVE WS-CA-POSITION(WS-CX)       TO   MSQ-POSITION
               MOVE WS-PRINT-ROLE               TO   MSQ-ROLE
               MOVE WS-SHIRT-ORDER              TO   MSQ-SHIRT-ORDER
               WRITE MATCH-SQUAD-RECORD
               IF NOT MATCH-SQUAD-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
           END-IF
           .
      *> A fixture against a team not on TEAMMSTR is a clerk's typo:
      *> no squad is named and the job ends with a warning.
       P2J-REJECT-FIXTURE.
           ADD 1                               TO   WS-FIXTURES-REJECTED
           MOVE ZERO                            TO   WS-SQUAD-SIZE
           MOVE ZERO                            TO   WS-PAGE-NO
           MOVE FIX-TEAM-CODE                   TO   WS-SHEET-TEAM-NAME
           PERFORM P7A-WRITE-PAGE-HEADER
           MOVE 'TEAM CODE NOT ON TEAMMSTR - NO SQUAD NAMED'
                                                TO   SHEET-RECORD
           PERFORM P7C-WRITE-SHEET-LINE
           .
       P3-FINALIZE.
           MOVE 'FIXTURES READ:'                TO   WS-TL-LABEL
           MOVE WS-FIXTURES-READ                TO   WS-TL-COUNT
           MOVE WS-SHEET-TOTAL-LINE             TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 2 LINES
           MOVE 'SQUADS NAMED:'                 TO   WS-TL-LABEL
           MOVE WS-SQUADS-NAMED                 TO   WS-TL-COUNT
           MOVE WS-SHEET-TOTAL-LINE             TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 1 LINE
           MOVE 'SQUADS SHORT:'                 TO   WS-TL-LABEL
           MOVE WS-SQUADS-SHORT                 TO   WS-TL-COUNT
           MOVE WS-SHEET-TOTAL-LINE             TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 1 LINE
           MOVE 'FIXTURES REJECTED:'            TO   WS-TL-LABEL
           MOVE WS-FIXTURES-REJECTED            TO   WS-TL-COUNT
           MOVE WS-SHEET-TOTAL-LINE             TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 1 LINE
           MOVE 'ATHLETES NAMED:'               TO   WS-TL-LABEL
           MOVE WS-ATHLETES-NAMED               TO   WS-TL-COUNT
           MOVE WS-SHEET-TOTAL-LINE             TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 1 LINE

           DISPLAY 'SQUAD SUMMARY - FIXTURES: '  WS-FIXTURES-READ
                   ' NAMED: '                   WS-SQUADS-NAMED
                   ' SHORT: '                   WS-SQUADS-SHORT
                   ' REJECTED: '                WS-FIXTURES-REJECTED

           CLOSE FIXTURE-SORTED-FILE
           CLOSE ATHLETE-SORTED-FILE
           CLOSE SHEET-RPT-FILE
           CLOSE MATCH-SQUAD-FILE

           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-SQUADS-SHORT > ZERO
                  OR WS-FIXTURES-REJECTED > ZERO
                  OR WS-CANDIDATES-LOST > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-SH-DATE
           MOVE WS-PAGE-NO                      TO   WS-SH-PAGE
           MOVE WS-SHEET-PAGE-HEADER            TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING PAGE
           IF NOT SHEET-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE WS-SHEET-TEAM-NAME              TO   WS-SF-TEAM-NAME
           MOVE FIX-OPPONENT                    TO   WS-SF-OPPONENT
           MOVE WS-SHEET-FIXTURE-LINE           TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 1 LINE
           MOVE FIX-MATCH-DATE                  TO   WS-SM-DATE
           MOVE WS-SQUAD-SIZE                   TO   WS-SM-SIZE
           MOVE WS-RUN-ID                       TO   WS-SM-RUN-ID
           MOVE WS-SHEET-MATCH-LINE             TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 1 LINE
           IF NOT SHEET-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE 2                               TO   WS-LINE-COUNT
           .
       P7B-WRITE-SECTION.
           IF WS-LINE-COUNT >= 20
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-SHEET-SECTION-LINE           TO   SHEET-RECORD
           WRITE SHEET-RECORD AFTER ADVANCING 2 LINES
           IF NOT SHEET-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 2                                TO   WS-LINE-COUNT
           .
      *> The caller leaves the line in SHEET-RECORD; a page break
      *> writes the header from working storage, so the line is
      *> held aside while the header goes out.
       P7C-WRITE-SHEET-LINE.
           IF WS-LINE-COUNT >= 22
               MOVE SHEET-RECORD                TO   WS-SHEET-HOLD-LINE
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE WS-SHEET-HOLD-LINE          TO   SHEET-RECORD
           END-IF
           WRITE SHEET-RECORD AFTER ADVANCING 1 LINE
           IF NOT SHEET-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
       P8A-READ-FIXTURE.
           READ FIXTURE-SORTED-FILE
               AT END SET FIXTURE-EOF TO TRUE
               NOT AT END
                   IF NOT FIXTURE-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P8B-READ-ATHLETE.
           READ ATHLETE-SORTED-FILE
               AT END SET ATHLETE-EOF TO TRUE
               NOT AT END
                   IF NOT ATHLETE-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       END PROGRAM SQUADSEL.
