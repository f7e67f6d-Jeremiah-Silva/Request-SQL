       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Federation reconciliation: the league federation's weekly
      *> official registration list matched against the athlete
      *> master on team code and jersey. Keys on both sides are
      *> compared on name and position; keys left over on each side
      *> are then paired by name, which is a player the two files
      *> hold under a different team or jersey. Whatever is still
      *> unpaired is on our side only (rostered but not registered,
      *> so not eligible) or on the federation's only. The counts go
      *> to CNTLFILE for the night-end balancer.
           SELECT FED-FILE             ASSIGN TO "FEDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FED-STATUS.

           SELECT FED-SORT-FILE        ASSIGN TO "SORTWK01".

           SELECT FED-SORTED-FILE      ASSIGN TO "FEDSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FED-SORTED-STATUS.

           SELECT ATHLETE-MASTER-FILE  ASSIGN TO "ATHLMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATHLETE-MASTER-STATUS.

           SELECT MASTER-SORT-FILE     ASSIGN TO "SORTWK02".

           SELECT MASTER-SORTED-FILE   ASSIGN TO "MSTRSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-SORTED-STATUS.

           SELECT FED-RPT-FILE         ASSIGN TO "FEDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FED-RPT-STATUS.

           SELECT COUNTS-FILE          ASSIGN TO "CNTLFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COUNTS-STATUS.

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
       FD  FED-FILE
           RECORDING MODE IS F.
       01  FED-INPUT-RECORD                PIC X(80).

      *> The federation sends its list in its own order, so it is
      *> sorted onto our team/jersey key before the match.
       SD  FED-SORT-FILE.
       01  FS-SORT-RECORD.
           05  FS-TEAM-CODE                PIC X(5).
           05  FS-JERSEY-NO                PIC X(3).
           05  FILLER                      PIC X(72).

       FD  FED-SORTED-FILE
           RECORDING MODE IS F.
           COPY FEDRRECD.

       FD  ATHLETE-MASTER-FILE
           RECORDING MODE IS F.
       01  ATHLETE-INPUT-RECORD            PIC X(80).

       SD  MASTER-SORT-FILE.
       01  MS-SORT-RECORD.
           05  MS-JERSEY-NO                PIC X(3).
           05  FILLER                      PIC X(45).
           05  MS-TEAM-CODE                PIC X(5).
           05  FILLER                      PIC X(27).

       FD  MASTER-SORTED-FILE
           RECORDING MODE IS F.
           COPY ATHLRECD.

       FD  FED-RPT-FILE
           RECORDING MODE IS F.
       01  FED-RPT-RECORD                  PIC X(80).

       FD  COUNTS-FILE
           RECORDING MODE IS F.
           COPY CNTLRECD.

       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F.
           COPY STEPRECD.

       FD  STEP-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY STOVRECD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-FED-STATUS                    PIC XX.
               88 FED-STATUS-OK                 VALUE '00'.
           03 WS-FED-SORTED-STATUS             PIC XX.
               88 FED-SORTED-STATUS-OK          VALUE '00'.
           03 WS-ATHLETE-MASTER-STATUS         PIC XX.
               88 ATHLETE-MASTER-STATUS-OK      VALUE '00'.
           03 WS-MASTER-SORTED-STATUS          PIC XX.
               88 MASTER-SORTED-STATUS-OK       VALUE '00'.
           03 WS-FED-RPT-STATUS                PIC XX.
               88 FED-RPT-STATUS-OK             VALUE '00'.
           03 WS-COUNTS-STATUS                 PIC XX.
               88 COUNTS-STATUS-OK              VALUE '00'.
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
                                               VALUE 'FEDRECON'.
           03 WS-SC-RUN-DATE                   PIC X(10) VALUE SPACES.
           03 WS-SC-TIME-RAW                   PIC X(6).
           03 WS-SC-PRED-COUNT                 PIC 9         VALUE 1.
           03 WS-SC-PRED-VALUES.
               05 FILLER                       PIC X(18)
                                               VALUE 'ROSTUPDT'.
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
           03 WS-NAME-FOUND-FLAG               PIC X         VALUE 'N'.
               88 NAME-MATCH-FOUND              VALUE 'Y'.

       01 WS-FED-KEY.
           03 WS-FK-TEAM-CODE                  PIC X(5).
           03 WS-FK-JERSEY-NO                  PIC X(3).

       01 WS-MASTER-KEY.
           03 WS-MK-TEAM-CODE                  PIC X(5).
           03 WS-MK-JERSEY-NO                  PIC X(3).

      *> Keys the match left over on each side, held until both
      *> files are through so they can be paired by name.
       01 WS-OURS-TABLE.
           03 WS-OURS-COUNT                    PIC 9(5)      VALUE ZERO.
           03 WS-OURS-ENTRY  OCCURS 2000 TIMES
                             INDEXED BY WS-OX.
               05 WS-OU-TEAM-CODE              PIC X(5).
               05 WS-OU-JERSEY-NO              PIC X(3).
               05 WS-OU-NAME                   PIC X(30).
               05 WS-OU-POSITION               PIC X(15).
               05 WS-OU-PAIRED-FLAG            PIC X.
                   88 OU-PAIRED                 VALUE 'Y'.

       01 WS-THEIRS-TABLE.
           03 WS-THEIRS-COUNT                  PIC 9(5)      VALUE ZERO.
           03 WS-THEIRS-ENTRY  OCCURS 2000 TIMES
                               INDEXED BY WS-FX.
               05 WS-FU-TEAM-CODE              PIC X(5).
               05 WS-FU-JERSEY-NO              PIC X(3).
               05 WS-FU-NAME                   PIC X(30).
               05 WS-FU-POSITION               PIC X(15).
               05 WS-FU-PAIRED-FLAG            PIC X.
                   88 FU-PAIRED                 VALUE 'Y'.

      *> Report sections, headed the first time each has a line.
       01 WS-SECTION-VALUES.
           03 FILLER                           PIC X(48)
               VALUE 'KEY ON BOTH SIDES - NAME OR POSITION DIFFERS'.
           03 FILLER                           PIC X(48)
               VALUE 'SAME NAME ON BOTH SIDES - TEAM OR JERSEY DIFFERS'.
           03 FILLER                           PIC X(48)
               VALUE 'ON ATHLMSTR ONLY - NOT ON FEDERATION LIST'.
           03 FILLER                           PIC X(48)
               VALUE 'ON FEDERATION LIST ONLY - NOT ON ATHLMSTR'.
       01 WS-SECTION-TABLE REDEFINES WS-SECTION-VALUES.
           03 WS-SECTION-TITLE  OCCURS 4 TIMES PIC X(48).
       01 WS-SECTION-CONTROL.
           03 WS-CURRENT-SECTION               PIC 9         VALUE ZERO.
           03 WS-WANT-SECTION                  PIC 9         VALUE ZERO.

       01 WS-LIST-DATE                         PIC X(10) VALUE SPACES.

      *> Counter name/value staged by P9A just before each
      *> PERFORM of P9B-WRITE-ONE-COUNT.
       01 WS-COUNT-FIELDS.
           03 WS-CNT-NAME                      PIC X(20).
           03 WS-CNT-VALUE                     PIC 9(7).

       01 WS-FED-COUNTERS.
           03 WS-FED-READ                      PIC 9(5)      VALUE ZERO.
           03 WS-MASTER-READ                   PIC 9(5)      VALUE ZERO.
           03 WS-MATCHED-COUNT                 PIC 9(5)      VALUE ZERO.
           03 WS-DETAIL-DIFF-COUNT             PIC 9(5)      VALUE ZERO.
           03 WS-TEAM-DIFF-COUNT               PIC 9(5)      VALUE ZERO.
           03 WS-ONLY-OURS-COUNT               PIC 9(5)      VALUE ZERO.
           03 WS-ONLY-THEIRS-COUNT             PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.
           03 WS-HOLD-RPT-LINE                 PIC X(80)   VALUE SPACES.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).

       01 WS-FED-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'FEDERATION RECONCILIATION '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-FH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  LIST: '.
           05 WS-FH-LIST-DATE         PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-FH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(8)  VALUE SPACES.

       01 WS-FED-COLUMN-HEADER.
           05 FILLER                  PIC X(5)  VALUE 'SIDE '.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(4)  VALUE 'NO  '.
           05 FILLER                  PIC X(31) VALUE 'NAME'.
           05 FILLER                  PIC X(16) VALUE 'POSITION'.
           05 FILLER                  PIC X(18) VALUE 'RESULT'.

       01 WS-FED-DETAIL-LINE.
           05 WS-FD-SIDE              PIC X(4).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-FD-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-FD-JERSEY            PIC X(3).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-FD-NAME              PIC X(30).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-FD-POSITION          PIC X(15).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-FD-RESULT            PIC X(18).

       01 WS-FED-SECTION-LINE.
           05 WS-FS-TITLE             PIC X(48).
           05 FILLER                  PIC X(32) VALUE SPACES.

       01 WS-FED-TOTAL-LINE.
           05 WS-FT-LABEL             PIC X(30).
           05 WS-FT-COUNT             PIC ZZZZ9.
           05 FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           MOVE WS-FORMATTED-DATE               TO   WS-SC-RUN-DATE
           PERFORM P9C-CHECK-STEP-CONTROL
           IF SC-STEP-REFUSED
               STOP RUN
           END-IF

           SORT FED-SORT-FILE
               ON ASCENDING KEY FS-TEAM-CODE FS-JERSEY-NO
               WITH DUPLICATES IN ORDER
               USING FED-FILE GIVING FED-SORTED-FILE

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-TEAM-CODE MS-JERSEY-NO
               WITH DUPLICATES IN ORDER
               USING ATHLETE-MASTER-FILE GIVING MASTER-SORTED-FILE

           OPEN INPUT  FED-SORTED-FILE
           OPEN INPUT  MASTER-SORTED-FILE
           OPEN OUTPUT FED-RPT-FILE

           PERFORM P8A-READ-FED
           PERFORM P8B-READ-MASTER

           PERFORM P2-MATCH-KEY WITH TEST BEFORE
               UNTIL WS-FED-KEY = HIGH-VALUES
                 AND WS-MASTER-KEY = HIGH-VALUES

           PERFORM P2C-PAIR-BY-NAME
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-THEIRS-COUNT
           PERFORM P2D-LIST-ONLY-OURS
               VARYING WS-OX FROM 1 BY 1
               UNTIL WS-OX > WS-OURS-COUNT
           PERFORM P2E-LIST-ONLY-THEIRS
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-THEIRS-COUNT

           PERFORM P3-FINALIZE
           .
       P2-MATCH-KEY.
           EVALUATE TRUE
               WHEN WS-FED-KEY < WS-MASTER-KEY
                   PERFORM P2B-HOLD-THEIRS
                   PERFORM P8A-READ-FED
               WHEN WS-FED-KEY > WS-MASTER-KEY
                   PERFORM P2A-HOLD-OURS
                   PERFORM P8B-READ-MASTER
               WHEN ATH-NAME NOT = FED-NAME
                 OR ATH-POSITION NOT = FED-POSITION
                   EVALUATE TRUE
                       WHEN ATH-NAME NOT = FED-NAME
                        AND ATH-POSITION NOT = FED-POSITION
                           MOVE 'NAME AND POSITION' TO WS-FD-RESULT
                       WHEN ATH-NAME NOT = FED-NAME
                           MOVE 'NAME DIFFERS'   TO   WS-FD-RESULT
                       WHEN OTHER
                           MOVE 'POSITION DIFFERS' TO WS-FD-RESULT
                   END-EVALUATE
                   MOVE 1                       TO   WS-WANT-SECTION
                   PERFORM P7D-CHECK-SECTION
                   MOVE 'OURS'                  TO   WS-FD-SIDE
                   MOVE ATH-TEAM-CODE           TO   WS-FD-TEAM
                   MOVE ATH-JERSEY-NO           TO   WS-FD-JERSEY
                   MOVE ATH-NAME                TO   WS-FD-NAME
                   MOVE ATH-POSITION            TO   WS-FD-POSITION
                   MOVE WS-FED-DETAIL-LINE      TO   FED-RPT-RECORD
                   PERFORM P7C-WRITE-REPORT-LINE
                   MOVE 'FED '                  TO   WS-FD-SIDE
                   MOVE FED-TEAM-CODE           TO   WS-FD-TEAM
                   MOVE FED-JERSEY-NO           TO   WS-FD-JERSEY
                   MOVE FED-NAME                TO   WS-FD-NAME
                   MOVE FED-POSITION            TO   WS-FD-POSITION
                   MOVE SPACES                  TO   WS-FD-RESULT
                   MOVE WS-FED-DETAIL-LINE      TO   FED-RPT-RECORD
                   PERFORM P7C-WRITE-REPORT-LINE
                   ADD 1                       TO   WS-DETAIL-DIFF-COUNT
                   PERFORM P8A-READ-FED
                   PERFORM P8B-READ-MASTER
               WHEN OTHER
                   ADD 1                        TO   WS-MATCHED-COUNT
                   PERFORM P8A-READ-FED
                   PERFORM P8B-READ-MASTER
           END-EVALUATE
           .
      *> A full table cannot be paired or listed, so the overflow is
      *> counted on its side (the balancer still cross-foots) and
      *> the run ends 12 for the table to be raised.
       P2A-HOLD-OURS.
           IF WS-OURS-COUNT < 2000
               ADD 1                            TO   WS-OURS-COUNT
               SET WS-OX TO WS-OURS-COUNT
               MOVE ATH-TEAM-CODE           TO   WS-OU-TEAM-CODE(WS-OX)
               MOVE ATH-JERSEY-NO           TO   WS-OU-JERSEY-NO(WS-OX)
               MOVE ATH-NAME                TO   WS-OU-NAME(WS-OX)
               MOVE ATH-POSITION            TO   WS-OU-POSITION(WS-OX)
               MOVE 'N'                    TO   WS-OU-PAIRED-FLAG(WS-OX)
           ELSE
               DISPLAY 'WARNING: ATHLMSTR-ONLY TABLE FULL - '
                       ATH-TEAM-CODE ' ' ATH-JERSEY-NO ' NOT LISTED'
               ADD 1                            TO   WS-ONLY-OURS-COUNT
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
       P2B-HOLD-THEIRS.
           IF WS-THEIRS-COUNT < 2000
               ADD 1                            TO   WS-THEIRS-COUNT
               SET WS-FX TO WS-THEIRS-COUNT
               MOVE FED-TEAM-CODE           TO   WS-FU-TEAM-CODE(WS-FX)
               MOVE FED-JERSEY-NO           TO   WS-FU-JERSEY-NO(WS-FX)
               MOVE FED-NAME                TO   WS-FU-NAME(WS-FX)
               MOVE FED-POSITION            TO   WS-FU-POSITION(WS-FX)
               MOVE 'N'                    TO   WS-FU-PAIRED-FLAG(WS-FX)
           ELSE
               DISPLAY 'WARNING: FEDERATION-ONLY TABLE FULL - '
                       FED-TEAM-CODE ' ' FED-JERSEY-NO ' NOT LISTED'
               ADD 1                          TO   WS-ONLY-THEIRS-COUNT
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
      *> A federation key we do not hold, whose name we do hold on a
      *> key they do not: the same player carried under a different
      *> team or jersey - most often a transfer or number change one
      *> side has not yet caught up with. First unpaired name wins.
       P2C-PAIR-BY-NAME.
           MOVE 'N'                             TO   WS-NAME-FOUND-FLAG
           IF WS-FU-NAME(WS-FX) NOT = SPACES
               PERFORM VARYING WS-OX FROM 1 BY 1
                       UNTIL WS-OX > WS-OURS-COUNT OR NAME-MATCH-FOUND
                   IF NOT OU-PAIRED(WS-OX)
                      AND WS-OU-NAME(WS-OX) = WS-FU-NAME(WS-FX)
                       SET NAME-MATCH-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
      *> The VARYING loop steps the index once more after the body
      *> that sets NAME-MATCH-FOUND, so back it up onto the entry.
           IF NAME-MATCH-FOUND
               SET WS-OX DOWN BY 1
               SET OU-PAIRED(WS-OX) TO TRUE
               SET FU-PAIRED(WS-FX) TO TRUE
               IF WS-OU-TEAM-CODE(WS-OX) NOT = WS-FU-TEAM-CODE(WS-FX)
                   MOVE 'TEAM DIFFERS'          TO   WS-FD-RESULT
               ELSE
                   MOVE 'JERSEY DIFFERS'        TO   WS-FD-RESULT
               END-IF
               MOVE 2                           TO   WS-WANT-SECTION
               PERFORM P7D-CHECK-SECTION
               PERFORM P7E-FORMAT-OURS
               MOVE WS-FED-DETAIL-LINE          TO   FED-RPT-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
               PERFORM P7F-FORMAT-THEIRS
               MOVE SPACES                      TO   WS-FD-RESULT
               MOVE WS-FED-DETAIL-LINE          TO   FED-RPT-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
               ADD 1                            TO   WS-TEAM-DIFF-COUNT
           END-IF
           .
       P2D-LIST-ONLY-OURS.
           IF NOT OU-PAIRED(WS-OX)
               MOVE 3                           TO   WS-WANT-SECTION
               PERFORM P7D-CHECK-SECTION
               PERFORM P7E-FORMAT-OURS
               MOVE 'NOT ON FED LIST'           TO   WS-FD-RESULT
               MOVE WS-FED-DETAIL-LINE          TO   FED-RPT-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
               ADD 1                            TO   WS-ONLY-OURS-COUNT
           END-IF
           .
       P2E-LIST-ONLY-THEIRS.
           IF NOT FU-PAIRED(WS-FX)
               MOVE 4                           TO   WS-WANT-SECTION
               PERFORM P7D-CHECK-SECTION
               PERFORM P7F-FORMAT-THEIRS
               MOVE 'NOT ON ATHLMSTR'           TO   WS-FD-RESULT
               MOVE WS-FED-DETAIL-LINE          TO   FED-RPT-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
               ADD 1                           TO   WS-ONLY-THEIRS-COUNT
           END-IF
           .
       P3-FINALIZE.
           IF WS-CURRENT-SECTION = ZERO
               MOVE '  FEDERATION LIST AND ATHLMSTR AGREE'
                                                TO   FED-RPT-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF

           MOVE 'FEDERATION RECORDS READ:'      TO   WS-FT-LABEL
           MOVE WS-FED-READ                     TO   WS-FT-COUNT
           MOVE WS-FED-TOTAL-LINE               TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'ATHLMSTR RECORDS READ:'        TO   WS-FT-LABEL
           MOVE WS-MASTER-READ                  TO   WS-FT-COUNT
           MOVE WS-FED-TOTAL-LINE               TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'MATCHED:'                      TO   WS-FT-LABEL
           MOVE WS-MATCHED-COUNT                TO   WS-FT-COUNT
           MOVE WS-FED-TOTAL-LINE               TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'NAME OR POSITION DIFFERS:'     TO   WS-FT-LABEL
           MOVE WS-DETAIL-DIFF-COUNT            TO   WS-FT-COUNT
           MOVE WS-FED-TOTAL-LINE               TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'TEAM OR JERSEY DIFFERS:'       TO   WS-FT-LABEL
           MOVE WS-TEAM-DIFF-COUNT              TO   WS-FT-COUNT
           MOVE WS-FED-TOTAL-LINE               TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'ON ATHLMSTR ONLY:'             TO   WS-FT-LABEL
           MOVE WS-ONLY-OURS-COUNT              TO   WS-FT-COUNT
           MOVE WS-FED-TOTAL-LINE               TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'ON FEDERATION LIST ONLY:'      TO   WS-FT-LABEL
           MOVE WS-ONLY-THEIRS-COUNT            TO   WS-FT-COUNT
           MOVE WS-FED-TOTAL-LINE               TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT FED-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF

           DISPLAY 'FEDERATION SUMMARY - LIST: ' WS-FED-READ
                   ' MASTER: '                  WS-MASTER-READ
                   ' MATCHED: '                 WS-MATCHED-COUNT
                   ' DIFFER: '                  WS-DETAIL-DIFF-COUNT
                   ' MOVED: '                   WS-TEAM-DIFF-COUNT
                   ' OURS ONLY: '               WS-ONLY-OURS-COUNT
                   ' THEIRS ONLY: '             WS-ONLY-THEIRS-COUNT

           CLOSE FED-SORTED-FILE
           CLOSE MASTER-SORTED-FILE
           CLOSE FED-RPT-FILE

           PERFORM P9A-WRITE-COUNTS

           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-DETAIL-DIFF-COUNT > ZERO
                  OR WS-TEAM-DIFF-COUNT > ZERO
                  OR WS-ONLY-OURS-COUNT > ZERO
                  OR WS-ONLY-THEIRS-COUNT > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           PERFORM P9I-END-STEP

           STOP RUN.
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-FH-DATE
           MOVE WS-LIST-DATE                    TO   WS-FH-LIST-DATE
           MOVE WS-PAGE-NO                      TO   WS-FH-PAGE
           MOVE WS-FED-PAGE-HEADER              TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-FED-COLUMN-HEADER            TO   FED-RPT-RECORD
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT FED-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           .
      *> The caller leaves the line in FED-RPT-RECORD; it is held
      *> aside while a page break writes the headings.
       P7C-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= 22
               MOVE FED-RPT-RECORD              TO   WS-HOLD-RPT-LINE
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE WS-HOLD-RPT-LINE            TO   FED-RPT-RECORD
           END-IF
           WRITE FED-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT FED-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
      *> Heads the section named in WS-WANT-SECTION the first time it
      *> has a line to print.
       P7D-CHECK-SECTION.
           IF WS-WANT-SECTION NOT = WS-CURRENT-SECTION
               MOVE WS-WANT-SECTION             TO   WS-CURRENT-SECTION
               IF WS-LINE-COUNT >= 20
                   PERFORM P7A-WRITE-PAGE-HEADER
               END-IF
               MOVE WS-SECTION-TITLE(WS-WANT-SECTION)
                                                TO   WS-FS-TITLE
               MOVE WS-FED-SECTION-LINE         TO   FED-RPT-RECORD
               WRITE FED-RPT-RECORD AFTER ADVANCING 2 LINES
               IF NOT FED-RPT-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               ADD 2                            TO   WS-LINE-COUNT
           END-IF
           .
       P7E-FORMAT-OURS.
           MOVE 'OURS'                          TO   WS-FD-SIDE
           MOVE WS-OU-TEAM-CODE(WS-OX)          TO   WS-FD-TEAM
           MOVE WS-OU-JERSEY-NO(WS-OX)          TO   WS-FD-JERSEY
           MOVE WS-OU-NAME(WS-OX)               TO   WS-FD-NAME
           MOVE WS-OU-POSITION(WS-OX)           TO   WS-FD-POSITION
           .
       P7F-FORMAT-THEIRS.
           MOVE 'FED '                          TO   WS-FD-SIDE
           MOVE WS-FU-TEAM-CODE(WS-FX)          TO   WS-FD-TEAM
           MOVE WS-FU-JERSEY-NO(WS-FX)          TO   WS-FD-JERSEY
           MOVE WS-FU-NAME(WS-FX)               TO   WS-FD-NAME
           MOVE WS-FU-POSITION(WS-FX)           TO   WS-FD-POSITION
           .
       P8A-READ-FED.
           READ FED-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES             TO   WS-FED-KEY
               NOT AT END
                   IF NOT FED-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   MOVE FED-TEAM-CODE           TO   WS-FK-TEAM-CODE
                   MOVE FED-JERSEY-NO           TO   WS-FK-JERSEY-NO
                   ADD 1                        TO   WS-FED-READ
                   IF WS-FED-READ = 1
                       MOVE FED-LIST-DATE       TO   WS-LIST-DATE
                   END-IF
           END-READ
           .
       P8B-READ-MASTER.
           READ MASTER-SORTED-FILE
               AT END
                   MOVE HIGH-VALUES             TO   WS-MASTER-KEY
               NOT AT END
                   IF NOT MASTER-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   MOVE ATH-TEAM-CODE           TO   WS-MK-TEAM-CODE
                   MOVE ATH-JERSEY-NO           TO   WS-MK-JERSEY-NO
                   ADD 1                        TO   WS-MASTER-READ
           END-READ
           .
      *> Control totals for the night-end balancer: every record on
      *> each side lands in exactly one bucket, so matched, differs
      *> and one-side-only cross-foot to each file's records read,
      *> and the master read must be the master ROSTUPDT wrote.
       P9A-WRITE-COUNTS.
           OPEN EXTEND COUNTS-FILE
           MOVE 'FED LIST READ'                 TO   WS-CNT-NAME
           MOVE WS-FED-READ                     TO   WS-CNT-VALUE
           PERFORM P9B-WRITE-ONE-COUNT
           MOVE 'MASTER READ'                   TO   WS-CNT-NAME
           MOVE WS-MASTER-READ                  TO   WS-CNT-VALUE
           PERFORM P9B-WRITE-ONE-COUNT
           MOVE 'MATCHED'                       TO   WS-CNT-NAME
           MOVE WS-MATCHED-COUNT                TO   WS-CNT-VALUE
           PERFORM P9B-WRITE-ONE-COUNT
           MOVE 'DETAIL DIFFERS'                TO   WS-CNT-NAME
           MOVE WS-DETAIL-DIFF-COUNT            TO   WS-CNT-VALUE
           PERFORM P9B-WRITE-ONE-COUNT
           MOVE 'TEAM DIFFERS'                  TO   WS-CNT-NAME
           MOVE WS-TEAM-DIFF-COUNT              TO   WS-CNT-VALUE
           PERFORM P9B-WRITE-ONE-COUNT
           MOVE 'ONLY ON MASTER'                TO   WS-CNT-NAME
           MOVE WS-ONLY-OURS-COUNT              TO   WS-CNT-VALUE
           PERFORM P9B-WRITE-ONE-COUNT
           MOVE 'ONLY ON FED LIST'              TO   WS-CNT-NAME
           MOVE WS-ONLY-THEIRS-COUNT            TO   WS-CNT-VALUE
           PERFORM P9B-WRITE-ONE-COUNT
           CLOSE COUNTS-FILE
           .
       P9B-WRITE-ONE-COUNT.
           MOVE SPACES                          TO CONTROL-COUNT-RECORD
           MOVE WS-FORMATTED-DATE               TO   CNT-RUN-DATE
           MOVE 'FEDRECON'                      TO   CNT-STEP-NAME
           MOVE WS-CNT-NAME                     TO   CNT-COUNTER-NAME
           MOVE WS-CNT-VALUE                    TO   CNT-COUNT
           WRITE CONTROL-COUNT-RECORD
           IF NOT COUNTS-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
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
       END PROGRAM FEDRECON.
