       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One-night backout: the SYSIN deck names one ROSTUPDT or
      *> TEAMUPDT run ID and the team codes whose changes from that
      *> run are to be taken out. The run's before/after image pairs
      *> are read off IMAGELOG, the selected ones are reversed
      *> newest first against the current athlete and team masters,
      *> and new generations of both masters are written with the
      *> rest of the night's good work left in place. The jersey
      *> history entries the reversed changes wrote are dropped from
      *> the new JERSHIST generation, and every reversal, refusal
      *> and removed history entry is printed on BKOTRPT.
           SELECT BACKOUT-CARD-FILE    ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-CARD-STATUS.

           SELECT IMAGE-LOG-FILE       ASSIGN TO "IMAGELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-LOG-STATUS.

           SELECT ATHLETE-MASTER-FILE  ASSIGN TO "ATHLMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATHLETE-STATUS.

           SELECT TEAM-MASTER-FILE     ASSIGN TO "TEAMMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TEAM-STATUS.

           SELECT JERSEY-HIST-FILE     ASSIGN TO "JERSHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JERSEY-HIST-STATUS.

           SELECT NEW-ATHLETE-FILE     ASSIGN TO "ATHLMSTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-ATHLETE-STATUS.

           SELECT NEW-TEAM-FILE        ASSIGN TO "TEAMMSTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-TEAM-STATUS.

           SELECT NEW-JERSEY-HIST-FILE ASSIGN TO "JERSHISN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-JERSEY-HIST-STATUS.

           SELECT BACKOUT-RPT-FILE     ASSIGN TO "BKOTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> SYSIN: one RUN= card carrying the run ID exactly as the
      *> update run displayed and printed it, then one TEAM= card
      *> per team code to back out. Blank cards are ignored.
       FD  BACKOUT-CARD-FILE
           RECORDING MODE IS F.
       01  RUN-SELECT-CARD.
           05  RS-CARD-ID                  PIC X(4).
               88  RUN-SELECT-CARD-ID          VALUE 'RUN='.
           05  RS-RUN-ID                   PIC X(8).
           05  FILLER                      PIC X(68).
       01  TEAM-SELECT-CARD.
           05  TS-CARD-ID                  PIC X(5).
               88  TEAM-SELECT-CARD-ID         VALUE 'TEAM='.
           05  TS-TEAM-CODE                PIC X(5).
           05  FILLER                      PIC X(70).

       FD  IMAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY IMAGRECD.

       FD  ATHLETE-MASTER-FILE
           RECORDING MODE IS F.
           COPY ATHLRECD.

       FD  TEAM-MASTER-FILE
           RECORDING MODE IS F.
           COPY TEAMRECD.

       FD  JERSEY-HIST-FILE
           RECORDING MODE IS F.
           COPY JHSTRECD.

       FD  NEW-ATHLETE-FILE
           RECORDING MODE IS F.
       01  NEW-ATHLETE-RECORD              PIC X(80).

       FD  NEW-TEAM-FILE
           RECORDING MODE IS F.
       01  NEW-TEAM-RECORD                 PIC X(80).

       FD  NEW-JERSEY-HIST-FILE
           RECORDING MODE IS F.
       01  NEW-JERSEY-HIST-RECORD          PIC X(80).

       FD  BACKOUT-RPT-FILE
           RECORDING MODE IS F.
       01  BKOT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-BACKOUT-CARD-STATUS           PIC XX.
               88 BACKOUT-CARD-STATUS-OK        VALUE '00'.
           03 WS-IMAGE-LOG-STATUS              PIC XX.
               88 IMAGE-LOG-STATUS-OK           VALUE '00'.
           03 WS-ATHLETE-STATUS                PIC XX.
               88 ATHLETE-STATUS-OK             VALUE '00'.
           03 WS-TEAM-STATUS                   PIC XX.
               88 TEAM-STATUS-OK                VALUE '00'.
           03 WS-JERSEY-HIST-STATUS            PIC XX.
               88 JERSEY-HIST-STATUS-OK         VALUE '00'.
               88 JERSEY-HIST-NOT-FOUND         VALUE '35'.
           03 WS-NEW-ATHLETE-STATUS            PIC XX.
               88 NEW-ATHLETE-STATUS-OK         VALUE '00'.
           03 WS-NEW-TEAM-STATUS               PIC XX.
               88 NEW-TEAM-STATUS-OK            VALUE '00'.
           03 WS-NEW-JERSEY-HIST-STATUS        PIC XX.
               88 NEW-JERSEY-HIST-STATUS-OK     VALUE '00'.
           03 WS-BACKOUT-RPT-STATUS            PIC XX.
               88 BACKOUT-RPT-STATUS-OK         VALUE '00'.

       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

       01 WS-FLAGS.
           03 WS-CARD-EOF                      PIC X         VALUE 'N'.
               88 CARD-EOF                      VALUE 'Y'.
           03 WS-IMAGE-EOF                     PIC X         VALUE 'N'.
               88 IMAGE-EOF                     VALUE 'Y'.
           03 WS-ATHLETE-EOF                   PIC X         VALUE 'N'.
               88 ATHLETE-EOF                   VALUE 'Y'.
           03 WS-TEAM-EOF                      PIC X         VALUE 'N'.
               88 TEAM-EOF                      VALUE 'Y'.
           03 WS-HISTORY-EOF                   PIC X         VALUE 'N'.
               88 HISTORY-EOF                   VALUE 'Y'.
           03 WS-CARD-ERROR-FLAG               PIC X         VALUE 'N'.
               88 CARD-ERROR-DETECTED           VALUE 'Y'.
           03 WS-TEAM-LISTED-FLAG              PIC X         VALUE 'N'.
               88 TEAM-LISTED                   VALUE 'Y'.
           03 WS-EVENT-REVERSED-FLAG           PIC X         VALUE 'N'.
               88 EVENT-REVERSED                VALUE 'Y'.

       01 WS-SELECT-RUN-ID                     PIC X(8)  VALUE SPACES.
       01 WS-CHECK-TEAM                        PIC X(5).

      *> Team codes from the TEAM= cards.
       01 WS-TEAM-LIST.
           03 WS-TL-COUNT                      PIC 99        VALUE ZERO.
           03 WS-TL-ENTRY  OCCURS 50 TIMES
                           INDEXED BY WS-LX.
               05 WS-TL-TEAM-CODE              PIC X(5).

      *> A before image is held here until its after image arrives;
      *> the update runs always write the pair back to back.
       01 WS-PENDING-BEFORE.
           03 WS-PB-FLAG                       PIC X         VALUE 'N'.
               88 PB-HELD                       VALUE 'Y'.
           03 WS-PB-MASTER                     PIC X.
           03 WS-PB-SEQ-NO                     PIC 9(5).
           03 WS-PB-IMAGE                      PIC X(64).

      *> Selected changes of the run, in run order, one table per
      *> master. They are reversed from the bottom up so a key the
      *> run touched twice unwinds in the order it was built.
       01 WS-ATH-CHANGE-TABLE.
           03 WS-CH-COUNT                      PIC 9(5)      VALUE ZERO.
           03 WS-CH-ENTRY  OCCURS 2000 TIMES
                           INDEXED BY WS-CX.
               05 WS-CH-ACTION                 PIC X.
               05 WS-CH-BEFORE                 PIC X(64).
               05 WS-CH-AFTER                  PIC X(64).

       01 WS-TEAM-CHANGE-TABLE.
           03 WS-TC-COUNT                      PIC 999       VALUE ZERO.
           03 WS-TC-ENTRY  OCCURS 500 TIMES
                           INDEXED BY WS-KX.
               05 WS-TC-ACTION                 PIC X.
               05 WS-TC-BEFORE                 PIC X(64).
               05 WS-TC-AFTER                  PIC X(64).

      *> The current masters, held whole. A reversed add or transfer
      *> marks its entry dropped; a reversed delete is appended at
      *> the end - the new generations are unsorted, as every reader
      *> of the masters sorts them before use.
       01 WS-ATH-MASTER-TABLE.
           03 WS-AM-COUNT                      PIC 9(5)      VALUE ZERO.
           03 WS-AM-ENTRY  OCCURS 5000 TIMES
                           INDEXED BY WS-MX.
               05 WS-AM-RECORD.
                   07 WS-AM-JERSEY-NO          PIC X(3).
                   07 FILLER                   PIC X(45).
                   07 WS-AM-TEAM-CODE          PIC X(5).
                   07 FILLER                   PIC X(27).
               05 WS-AM-DROP-FLAG              PIC X.
                   88 AM-DROPPED                VALUE 'Y'.

       01 WS-TEAM-MASTER-TABLE.
           03 WS-TM-COUNT                      PIC 999       VALUE ZERO.
           03 WS-TM-ENTRY  OCCURS 200 TIMES
                           INDEXED BY WS-TX.
               05 WS-TM-RECORD.
                   07 WS-TM-CODE               PIC X(5).
                   07 FILLER                   PIC X(75).
               05 WS-TM-DROP-FLAG              PIC X.
                   88 TM-DROPPED                VALUE 'Y'.

      *> The jersey history events each reversed athlete change
      *> logged: a release of the before image at its key when the
      *> player left it or the name changed, an assignment of the
      *> after image likewise. Only the run's entries matching one
      *> of these are dropped - another change of the run on the
      *> same key keeps its history. Each event is matched once.
       01 WS-REVERSED-EVENT-TABLE.
           03 WS-RE-COUNT                      PIC 9(5)      VALUE ZERO.
           03 WS-RE-ENTRY  OCCURS 4000 TIMES
                           INDEXED BY WS-RX.
               05 WS-RE-TEAM-CODE              PIC X(5).
               05 WS-RE-JERSEY-NO              PIC X(3).
               05 WS-RE-NAME                   PIC X(30).
               05 WS-RE-ATHLETE-ID             PIC X(7).
               05 WS-RE-KIND                   PIC X.
                   88 RE-RELEASE                VALUE 'R'.
                   88 RE-ASSIGN                 VALUE 'A'.
               05 WS-RE-USED-FLAG              PIC X.
                   88 RE-USED                   VALUE 'Y'.

      *> The change being reversed, with the athlete and team views
      *> of each image.
       01 WS-WORK-IMAGES.
           03 WS-WK-BEFORE                     PIC X(64).
           03 WS-WK-BEFORE-ATH REDEFINES WS-WK-BEFORE.
               05 WS-WB-JERSEY-NO              PIC X(3).
               05 WS-WB-NAME                   PIC X(30).
               05 FILLER                       PIC X(15).
               05 WS-WB-TEAM-CODE              PIC X(5).
               05 FILLER                       PIC X.
               05 WS-WB-ATHLETE-ID             PIC X(7).
               05 FILLER                       PIC X(3).
           03 WS-WK-BEFORE-TEAM REDEFINES WS-WK-BEFORE.
               05 WS-WBT-CODE                  PIC X(5).
               05 WS-WBT-NAME                  PIC X(30).
               05 FILLER                       PIC X(29).
           03 WS-WK-AFTER                      PIC X(64).
           03 WS-WK-AFTER-ATH REDEFINES WS-WK-AFTER.
               05 WS-WA-JERSEY-NO              PIC X(3).
               05 WS-WA-NAME                   PIC X(30).
               05 FILLER                       PIC X(15).
               05 WS-WA-TEAM-CODE              PIC X(5).
               05 FILLER                       PIC X.
               05 WS-WA-ATHLETE-ID             PIC X(7).
               05 FILLER                       PIC X(3).
           03 WS-WK-AFTER-TEAM REDEFINES WS-WK-AFTER.
               05 WS-WAT-CODE                  PIC X(5).
               05 WS-WAT-NAME                  PIC X(30).
               05 FILLER                       PIC X(29).

       01 WS-REVERSE-FIELDS.
           03 WS-REVERSE-SUB                   PIC 9(5).
           03 WS-AFTER-SLOT                    PIC 9(5).
           03 WS-SCAN-SLOT                     PIC 9(5).
           03 WS-SKIP-REASON                   PIC X(24).

       01 WS-BACKOUT-COUNTERS.
           03 WS-IMAGES-READ                   PIC 9(7)      VALUE ZERO.
           03 WS-RUN-CHANGES                   PIC 9(5)      VALUE ZERO.
           03 WS-CHANGES-SELECTED              PIC 9(5)      VALUE ZERO.
           03 WS-CHANGES-REVERSED              PIC 9(5)      VALUE ZERO.
           03 WS-CHANGES-SKIPPED               PIC 9(5)      VALUE ZERO.
           03 WS-HIST-READ                     PIC 9(7)      VALUE ZERO.
           03 WS-HIST-REMOVED                  PIC 9(5)      VALUE ZERO.
           03 WS-ATHLETES-OUT                  PIC 9(5)      VALUE ZERO.
           03 WS-TEAMS-OUT                     PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).

       01 WS-BKOT-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'MAINTENANCE RUN BACKOUT   '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-BH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-BH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(8)  VALUE '  RUN: '.
           05 WS-BH-RUN-ID            PIC X(8).
           05 FILLER                  PIC X(10) VALUE SPACES.

       01 WS-BKOT-COLUMN-HEADER.
           05 FILLER                  PIC X(5)  VALUE 'MST  '.
           05 FILLER                  PIC X(3)  VALUE 'A  '.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(5)  VALUE 'NO   '.
           05 FILLER                  PIC X(28) VALUE 'NAME'.
           05 FILLER                  PIC X(9)  VALUE 'RESULT'.
           05 FILLER                  PIC X(24) VALUE 'REASON'.

       01 WS-BKOT-DETAIL-LINE.
           05 WS-BD-MASTER            PIC X(4).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-BD-ACTION            PIC X.
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-BD-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-BD-JERSEY            PIC X(3).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-BD-NAME              PIC X(27).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-BD-DISP              PIC X(8).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-BD-REASON            PIC X(24).

       01 WS-BKOT-SECTION-LINE.
           05 WS-BS-TITLE             PIC X(80).

       01 WS-BKOT-HIST-COLUMNS.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(5)  VALUE 'NO   '.
           05 FILLER                  PIC X(31) VALUE 'NAME'.
           05 FILLER                  PIC X(12) VALUE 'ASSIGNED'.
           05 FILLER                  PIC X(26) VALUE 'RELEASED'.

       01 WS-BKOT-HIST-LINE.
           05 WS-BJ-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-BJ-JERSEY            PIC X(3).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-BJ-NAME              PIC X(30).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-BJ-ASSIGNED          PIC X(10).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-BJ-RELEASED          PIC X(10).
           05 FILLER                  PIC X(16) VALUE SPACES.

       01 WS-BKOT-TOTAL-LINE.
           05 WS-BT-LABEL             PIC X(30).
           05 WS-BT-COUNT             PIC ZZZZZZ9.
           05 FILLER                  PIC X(43) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

      *> A backout deck that is wrong in any way stops the job before
      *> anything is read or written - half a backout is worse than
      *> none.
           PERFORM P1A-READ-CARDS
           IF CARD-ERROR-DETECTED
               DISPLAY 'BACKOUT NOT APPLIED - SYSIN DECK IN ERROR'
               MOVE 12                          TO   RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'BACKOUT OF RUN ID: ' WS-SELECT-RUN-ID
                   ' TEAMS: '            WS-TL-COUNT

           PERFORM P1C-LOAD-IMAGES
           PERFORM P1G-LOAD-ATHLETES
           PERFORM P1I-LOAD-TEAMS
           IF FILE-ERROR-DETECTED
               DISPLAY 'BACKOUT NOT APPLIED - NO NEW GENERATION WRITTEN'
               MOVE 12                          TO   RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT BACKOUT-RPT-FILE

           PERFORM P2-REVERSE-ATHLETES
           PERFORM P3-REVERSE-TEAMS
           PERFORM P4-COPY-HISTORY
           PERFORM P5-FINALIZE
           .
       P1A-READ-CARDS.
           OPEN INPUT BACKOUT-CARD-FILE
           IF NOT BACKOUT-CARD-STATUS-OK
               DISPLAY 'ERROR: SYSIN OPEN FAILED - STATUS: '
                       WS-BACKOUT-CARD-STATUS
               SET CARD-ERROR-DETECTED TO TRUE
               SET CARD-EOF TO TRUE
           ELSE
               READ BACKOUT-CARD-FILE
                   AT END SET CARD-EOF TO TRUE
               END-READ
               PERFORM P1B-STORE-CARD WITH TEST BEFORE
                   UNTIL CARD-EOF
               CLOSE BACKOUT-CARD-FILE
           END-IF
           IF WS-SELECT-RUN-ID = SPACES
               DISPLAY 'ERROR: NO RUN= CARD ON SYSIN'
               SET CARD-ERROR-DETECTED TO TRUE
           END-IF
           IF WS-TL-COUNT = ZERO
               DISPLAY 'ERROR: NO TEAM= CARDS ON SYSIN'
               SET CARD-ERROR-DETECTED TO TRUE
           END-IF
           .
       P1B-STORE-CARD.
           EVALUATE TRUE
               WHEN RUN-SELECT-CARD = SPACES
                   CONTINUE
               WHEN RUN-SELECT-CARD-ID
                   IF WS-SELECT-RUN-ID NOT = SPACES
                       DISPLAY 'ERROR: MORE THAN ONE RUN= CARD'
                       SET CARD-ERROR-DETECTED TO TRUE
                   END-IF
                   MOVE RS-RUN-ID               TO   WS-SELECT-RUN-ID
               WHEN TEAM-SELECT-CARD-ID
                   IF TS-TEAM-CODE = SPACES
                       DISPLAY 'ERROR: TEAM= CARD WITHOUT TEAM CODE'
                       SET CARD-ERROR-DETECTED TO TRUE
                   ELSE
                       IF WS-TL-COUNT < 50
                           ADD 1                TO   WS-TL-COUNT
                           SET WS-LX TO WS-TL-COUNT
                           MOVE TS-TEAM-CODE
                                          TO   WS-TL-TEAM-CODE(WS-LX)
                       ELSE
                           DISPLAY 'ERROR: TEAM LIST FULL - '
                                   TS-TEAM-CODE ' NOT SELECTED'
                           SET CARD-ERROR-DETECTED TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR: UNRECOGNIZED SYSIN CARD: '
                           RUN-SELECT-CARD(1:20)
                   SET CARD-ERROR-DETECTED TO TRUE
           END-EVALUATE
           READ BACKOUT-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ
           .
      *> Only the named run's images are kept. Should the run ID
      *> come round again on a long-lived log, the first change of
      *> the later run restarts the table, so the newest run is the
      *> one backed out.
       P1C-LOAD-IMAGES.
           OPEN INPUT IMAGE-LOG-FILE
           IF NOT IMAGE-LOG-STATUS-OK
               DISPLAY 'ERROR: IMAGELOG OPEN FAILED - STATUS: '
                       WS-IMAGE-LOG-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET IMAGE-EOF TO TRUE
           ELSE
               READ IMAGE-LOG-FILE
                   AT END SET IMAGE-EOF TO TRUE
               END-READ
               PERFORM P1D-STORE-IMAGE WITH TEST BEFORE
                   UNTIL IMAGE-EOF
               CLOSE IMAGE-LOG-FILE
           END-IF
           IF PB-HELD
               DISPLAY 'ERROR: BEFORE IMAGE WITHOUT AFTER IMAGE - SEQ '
                       WS-PB-SEQ-NO
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
       P1D-STORE-IMAGE.
           ADD 1                                TO   WS-IMAGES-READ
           IF NOT IMAGE-LOG-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           IF IMG-RUN-ID = WS-SELECT-RUN-ID
               IF IMG-BEFORE-IMAGE
                   IF IMG-SEQ-NO = 1
                       IF IMG-ATHLETE-MASTER AND WS-CH-COUNT > ZERO
                           MOVE ZERO            TO   WS-CH-COUNT
                       END-IF
                       IF IMG-TEAM-MASTER AND WS-TC-COUNT > ZERO
                           MOVE ZERO            TO   WS-TC-COUNT
                       END-IF
                   END-IF
                   MOVE IMG-MASTER              TO   WS-PB-MASTER
                   MOVE IMG-SEQ-NO              TO   WS-PB-SEQ-NO
                   MOVE IMG-IMAGE               TO   WS-PB-IMAGE
                   SET PB-HELD TO TRUE
               ELSE
                   IF PB-HELD AND WS-PB-MASTER = IMG-MASTER
                      AND WS-PB-SEQ-NO = IMG-SEQ-NO
                       PERFORM P1E-SELECT-CHANGE
                   ELSE
                       DISPLAY 'ERROR: AFTER IMAGE WITHOUT BEFORE '
                               'IMAGE - SEQ ' IMG-SEQ-NO
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   MOVE 'N'                     TO   WS-PB-FLAG
               END-IF
           END-IF
           READ IMAGE-LOG-FILE
               AT END SET IMAGE-EOF TO TRUE
           END-READ
           .
      *> A change belongs to a selected team if either image carries
      *> the team code - a transfer is taken out from either end.
       P1E-SELECT-CHANGE.
           ADD 1                                TO   WS-RUN-CHANGES
           MOVE WS-PB-IMAGE                     TO   WS-WK-BEFORE
           MOVE IMG-IMAGE                       TO   WS-WK-AFTER
           MOVE 'N'                             TO   WS-TEAM-LISTED-FLAG
           IF IMG-ATHLETE-MASTER
               MOVE WS-WB-TEAM-CODE             TO   WS-CHECK-TEAM
               PERFORM P1F-CHECK-TEAM-LIST
               IF NOT TEAM-LISTED
                   MOVE WS-WA-TEAM-CODE         TO   WS-CHECK-TEAM
                   PERFORM P1F-CHECK-TEAM-LIST
               END-IF
               IF TEAM-LISTED
                   IF WS-CH-COUNT < 2000
                       ADD 1                    TO   WS-CH-COUNT
                       SET WS-CX TO WS-CH-COUNT
                       MOVE IMG-ACTION          TO   WS-CH-ACTION(WS-CX)
                       MOVE WS-WK-BEFORE        TO   WS-CH-BEFORE(WS-CX)
                       MOVE WS-WK-AFTER         TO   WS-CH-AFTER(WS-CX)
                   ELSE
                       DISPLAY 'ERROR: ATHLETE CHANGE TABLE FULL'
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE WS-WBT-CODE                 TO   WS-CHECK-TEAM
               PERFORM P1F-CHECK-TEAM-LIST
               IF NOT TEAM-LISTED
                   MOVE WS-WAT-CODE             TO   WS-CHECK-TEAM
                   PERFORM P1F-CHECK-TEAM-LIST
               END-IF
               IF TEAM-LISTED
                   IF WS-TC-COUNT < 500
                       ADD 1                    TO   WS-TC-COUNT
                       SET WS-KX TO WS-TC-COUNT
                       MOVE IMG-ACTION          TO   WS-TC-ACTION(WS-KX)
                       MOVE WS-WK-BEFORE        TO   WS-TC-BEFORE(WS-KX)
                       MOVE WS-WK-AFTER         TO   WS-TC-AFTER(WS-KX)
                   ELSE
                       DISPLAY 'ERROR: TEAM CHANGE TABLE FULL'
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       P1F-CHECK-TEAM-LIST.
           IF WS-CHECK-TEAM NOT = SPACES
               PERFORM VARYING WS-LX FROM 1 BY 1
                       UNTIL WS-LX > WS-TL-COUNT OR TEAM-LISTED
                   IF WS-TL-TEAM-CODE(WS-LX) = WS-CHECK-TEAM
                       SET TEAM-LISTED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
       P1G-LOAD-ATHLETES.
           OPEN INPUT ATHLETE-MASTER-FILE
           IF NOT ATHLETE-STATUS-OK
               DISPLAY 'ERROR: ATHLMSTR OPEN FAILED - STATUS: '
                       WS-ATHLETE-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET ATHLETE-EOF TO TRUE
           ELSE
               READ ATHLETE-MASTER-FILE
                   AT END SET ATHLETE-EOF TO TRUE
               END-READ
               PERFORM P1H-STORE-ATHLETE WITH TEST BEFORE
                   UNTIL ATHLETE-EOF
               CLOSE ATHLETE-MASTER-FILE
           END-IF
           .
       P1H-STORE-ATHLETE.
           IF WS-AM-COUNT < 5000
               ADD 1                            TO   WS-AM-COUNT
               SET WS-MX TO WS-AM-COUNT
               MOVE ATHLETE-RECORD              TO   WS-AM-RECORD(WS-MX)
               MOVE 'N'                  TO WS-AM-DROP-FLAG(WS-MX)
           ELSE
      *> A master that does not fit cannot be rewritten whole.
               DISPLAY 'ERROR: ATHLETE TABLE FULL - '
                       ATH-TEAM-CODE ' ' ATH-JERSEY-NO ' NOT LOADED'
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           READ ATHLETE-MASTER-FILE
               AT END SET ATHLETE-EOF TO TRUE
           END-READ
           .
       P1I-LOAD-TEAMS.
           OPEN INPUT TEAM-MASTER-FILE
           IF NOT TEAM-STATUS-OK
               DISPLAY 'ERROR: TEAMMSTR OPEN FAILED - STATUS: '
                       WS-TEAM-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET TEAM-EOF TO TRUE
           ELSE
               READ TEAM-MASTER-FILE
                   AT END SET TEAM-EOF TO TRUE
               END-READ
               PERFORM P1J-STORE-TEAM WITH TEST BEFORE
                   UNTIL TEAM-EOF
               CLOSE TEAM-MASTER-FILE
           END-IF
           .
       P1J-STORE-TEAM.
           IF WS-TM-COUNT < 200
               ADD 1                            TO   WS-TM-COUNT
               SET WS-TX TO WS-TM-COUNT
               MOVE TEAM-RECORD                 TO   WS-TM-RECORD(WS-TX)
               MOVE 'N'                  TO WS-TM-DROP-FLAG(WS-TX)
           ELSE
               DISPLAY 'ERROR: TEAM TABLE FULL - '
                       TEAM-CODE ' NOT LOADED'
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           READ TEAM-MASTER-FILE
               AT END SET TEAM-EOF TO TRUE
           END-READ
           .
       P2-REVERSE-ATHLETES.
           PERFORM P7A-WRITE-PAGE-HEADER
           PERFORM P2A-REVERSE-ATH-CHANGE
               VARYING WS-REVERSE-SUB FROM WS-CH-COUNT BY -1
               UNTIL WS-REVERSE-SUB < 1
           .
      *> The after image must still be on the master byte for byte -
      *> if a later run has touched the record, reversing it would
      *> throw that work away, so the change is refused instead. The
      *> before image goes back only if nobody else has taken its
      *> key since.
       P2A-REVERSE-ATH-CHANGE.
           SET WS-CX TO WS-REVERSE-SUB
           ADD 1                                TO   WS-CHANGES-SELECTED
           MOVE WS-CH-BEFORE(WS-CX)             TO   WS-WK-BEFORE
           MOVE WS-CH-AFTER(WS-CX)              TO   WS-WK-AFTER
           MOVE SPACES                          TO   WS-SKIP-REASON
           MOVE ZERO                            TO   WS-AFTER-SLOT

           IF WS-WK-AFTER NOT = SPACES
               PERFORM P2B-FIND-ATH-AFTER
               IF WS-AFTER-SLOT = ZERO
                   MOVE 'MASTER CHANGED SINCE RUN' TO WS-SKIP-REASON
               END-IF
           END-IF
           IF WS-SKIP-REASON = SPACES AND WS-WK-BEFORE NOT = SPACES
               PERFORM P2C-CHECK-ATH-BEFORE-KEY
               IF WS-SKIP-REASON = SPACES AND WS-AFTER-SLOT = ZERO
                  AND WS-AM-COUNT >= 5000
                   MOVE 'ATHLETE TABLE FULL'    TO   WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF WS-AFTER-SLOT > ZERO
                   SET WS-MX TO WS-AFTER-SLOT
                   IF WS-WK-BEFORE = SPACES
                       SET AM-DROPPED(WS-MX) TO TRUE
                   ELSE
                       MOVE WS-WK-BEFORE
                                      TO   WS-AM-RECORD(WS-MX)(1:64)
                   END-IF
               ELSE
                   ADD 1                        TO   WS-AM-COUNT
                   SET WS-MX TO WS-AM-COUNT
                   MOVE SPACES                  TO   WS-AM-RECORD(WS-MX)
                   MOVE WS-WK-BEFORE  TO   WS-AM-RECORD(WS-MX)(1:64)
                   MOVE 'N'              TO WS-AM-DROP-FLAG(WS-MX)
               END-IF
               PERFORM P2D-NOTE-HIST-EVENTS
               ADD 1                            TO   WS-CHANGES-REVERSED
               MOVE 'REVERSED'                  TO   WS-BD-DISP
           ELSE
               ADD 1                            TO   WS-CHANGES-SKIPPED
               MOVE 'SKIPPED'                   TO   WS-BD-DISP
           END-IF

           MOVE 'ATH'                           TO   WS-BD-MASTER
           MOVE WS-CH-ACTION(WS-CX)             TO   WS-BD-ACTION
           IF WS-WK-BEFORE NOT = SPACES
               MOVE WS-WB-TEAM-CODE             TO   WS-BD-TEAM
               MOVE WS-WB-JERSEY-NO             TO   WS-BD-JERSEY
               MOVE WS-WB-NAME                  TO   WS-BD-NAME
           ELSE
               MOVE WS-WA-TEAM-CODE             TO   WS-BD-TEAM
               MOVE WS-WA-JERSEY-NO             TO   WS-BD-JERSEY
               MOVE WS-WA-NAME                  TO   WS-BD-NAME
           END-IF
           MOVE WS-SKIP-REASON                  TO   WS-BD-REASON
           PERFORM P7C-WRITE-DETAIL-LINE
           .
      *> An add, a delete, a reassignment (new name on the key) and
      *> a settled or dropped transfer each logged history; a status
      *> change or an ID-only change on the same key and name did not.
       P2D-NOTE-HIST-EVENTS.
           IF WS-WK-BEFORE NOT = SPACES
              AND (WS-WK-AFTER = SPACES
                   OR WS-WA-TEAM-CODE NOT = WS-WB-TEAM-CODE
                   OR WS-WA-JERSEY-NO NOT = WS-WB-JERSEY-NO
                   OR WS-WA-NAME NOT = WS-WB-NAME)
               ADD 1                            TO   WS-RE-COUNT
               SET WS-RX TO WS-RE-COUNT
               MOVE WS-WB-TEAM-CODE      TO   WS-RE-TEAM-CODE(WS-RX)
               MOVE WS-WB-JERSEY-NO      TO   WS-RE-JERSEY-NO(WS-RX)
               MOVE WS-WB-NAME           TO   WS-RE-NAME(WS-RX)
               MOVE WS-WB-ATHLETE-ID     TO   WS-RE-ATHLETE-ID(WS-RX)
               MOVE 'R'                  TO   WS-RE-KIND(WS-RX)
               MOVE 'N'                  TO   WS-RE-USED-FLAG(WS-RX)
           END-IF
           IF WS-WK-AFTER NOT = SPACES
              AND (WS-WK-BEFORE = SPACES
                   OR WS-WA-TEAM-CODE NOT = WS-WB-TEAM-CODE
                   OR WS-WA-JERSEY-NO NOT = WS-WB-JERSEY-NO
                   OR WS-WA-NAME NOT = WS-WB-NAME)
               ADD 1                            TO   WS-RE-COUNT
               SET WS-RX TO WS-RE-COUNT
               MOVE WS-WA-TEAM-CODE      TO   WS-RE-TEAM-CODE(WS-RX)
               MOVE WS-WA-JERSEY-NO      TO   WS-RE-JERSEY-NO(WS-RX)
               MOVE WS-WA-NAME           TO   WS-RE-NAME(WS-RX)
               MOVE WS-WA-ATHLETE-ID     TO   WS-RE-ATHLETE-ID(WS-RX)
               MOVE 'A'                  TO   WS-RE-KIND(WS-RX)
               MOVE 'N'                  TO   WS-RE-USED-FLAG(WS-RX)
           END-IF
           .
       P2B-FIND-ATH-AFTER.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-AM-COUNT OR WS-AFTER-SLOT > ZERO
               IF NOT AM-DROPPED(WS-MX)
                  AND WS-AM-RECORD(WS-MX)(1:64) = WS-WK-AFTER
                   SET WS-AFTER-SLOT TO WS-MX
               END-IF
           END-PERFORM
           .
      *> The entry the change itself left behind does not count as
      *> an occupant - a changed record goes back onto its own key.
       P2C-CHECK-ATH-BEFORE-KEY.
           PERFORM VARYING WS-MX FROM 1 BY 1
                   UNTIL WS-MX > WS-AM-COUNT
                      OR WS-SKIP-REASON NOT = SPACES
               SET WS-SCAN-SLOT TO WS-MX
               IF NOT AM-DROPPED(WS-MX)
                  AND WS-SCAN-SLOT NOT = WS-AFTER-SLOT
                  AND WS-AM-JERSEY-NO(WS-MX) = WS-WB-JERSEY-NO
                  AND WS-AM-TEAM-CODE(WS-MX) = WS-WB-TEAM-CODE
                   MOVE 'KEY REOCCUPIED SINCE RUN' TO WS-SKIP-REASON
               END-IF
           END-PERFORM
           .
       P3-REVERSE-TEAMS.
           PERFORM P3A-REVERSE-TEAM-CHANGE
               VARYING WS-REVERSE-SUB FROM WS-TC-COUNT BY -1
               UNTIL WS-REVERSE-SUB < 1
           .
       P3A-REVERSE-TEAM-CHANGE.
           SET WS-KX TO WS-REVERSE-SUB
           ADD 1                                TO   WS-CHANGES-SELECTED
           MOVE WS-TC-BEFORE(WS-KX)             TO   WS-WK-BEFORE
           MOVE WS-TC-AFTER(WS-KX)              TO   WS-WK-AFTER
           MOVE SPACES                          TO   WS-SKIP-REASON
           MOVE ZERO                            TO   WS-AFTER-SLOT

           IF WS-WK-AFTER NOT = SPACES
               PERFORM P3B-FIND-TEAM-AFTER
               IF WS-AFTER-SLOT = ZERO
                   MOVE 'MASTER CHANGED SINCE RUN' TO WS-SKIP-REASON
               END-IF
           END-IF
           IF WS-SKIP-REASON = SPACES AND WS-WK-BEFORE NOT = SPACES
               PERFORM P3C-CHECK-TEAM-BEFORE-KEY
               IF WS-SKIP-REASON = SPACES AND WS-AFTER-SLOT = ZERO
                  AND WS-TM-COUNT >= 200
                   MOVE 'TEAM TABLE FULL'       TO   WS-SKIP-REASON
               END-IF
           END-IF

           IF WS-SKIP-REASON = SPACES
               IF WS-AFTER-SLOT > ZERO
                   SET WS-TX TO WS-AFTER-SLOT
                   IF WS-WK-BEFORE = SPACES
                       SET TM-DROPPED(WS-TX) TO TRUE
                   ELSE
                       MOVE WS-WK-BEFORE
                                      TO   WS-TM-RECORD(WS-TX)(1:64)
                   END-IF
               ELSE
                   ADD 1                        TO   WS-TM-COUNT
                   SET WS-TX TO WS-TM-COUNT
                   MOVE SPACES                  TO   WS-TM-RECORD(WS-TX)
                   MOVE WS-WK-BEFORE  TO   WS-TM-RECORD(WS-TX)(1:64)
                   MOVE 'N'              TO WS-TM-DROP-FLAG(WS-TX)
               END-IF
               ADD 1                            TO   WS-CHANGES-REVERSED
               MOVE 'REVERSED'                  TO   WS-BD-DISP
           ELSE
               ADD 1                            TO   WS-CHANGES-SKIPPED
               MOVE 'SKIPPED'                   TO   WS-BD-DISP
           END-IF

           MOVE 'TEAM'                          TO   WS-BD-MASTER
           MOVE WS-TC-ACTION(WS-KX)             TO   WS-BD-ACTION
           MOVE SPACES                          TO   WS-BD-JERSEY
           IF WS-WK-BEFORE NOT = SPACES
               MOVE WS-WBT-CODE                 TO   WS-BD-TEAM
               MOVE WS-WBT-NAME                 TO   WS-BD-NAME
           ELSE
               MOVE WS-WAT-CODE                 TO   WS-BD-TEAM
               MOVE WS-WAT-NAME                 TO   WS-BD-NAME
           END-IF
           MOVE WS-SKIP-REASON                  TO   WS-BD-REASON
           PERFORM P7C-WRITE-DETAIL-LINE
           .
       P3B-FIND-TEAM-AFTER.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TM-COUNT OR WS-AFTER-SLOT > ZERO
               IF NOT TM-DROPPED(WS-TX)
                  AND WS-TM-RECORD(WS-TX)(1:64) = WS-WK-AFTER
                   SET WS-AFTER-SLOT TO WS-TX
               END-IF
           END-PERFORM
           .
       P3C-CHECK-TEAM-BEFORE-KEY.
           PERFORM VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TM-COUNT
                      OR WS-SKIP-REASON NOT = SPACES
               SET WS-SCAN-SLOT TO WS-TX
               IF NOT TM-DROPPED(WS-TX)
                  AND WS-SCAN-SLOT NOT = WS-AFTER-SLOT
                  AND WS-TM-CODE(WS-TX) = WS-WBT-CODE
                   MOVE 'KEY REOCCUPIED SINCE RUN' TO WS-SKIP-REASON
               END-IF
           END-PERFORM
           .
      *> JERSHIST is copied whole to the new generation less the
      *> backed-out run's entries the reversed changes logged - a
      *> refused change keeps its history, as it keeps its record,
      *> and so does any other change of the run on the same key.
       P4-COPY-HISTORY.
           MOVE 'JERSEY HISTORY ENTRIES REMOVED' TO  WS-BS-TITLE
           PERFORM P7B-WRITE-SECTION

           OPEN OUTPUT NEW-JERSEY-HIST-FILE
           OPEN INPUT  JERSEY-HIST-FILE
           IF JERSEY-HIST-NOT-FOUND
               DISPLAY 'NOTE: NO PRIOR JERSHIST - EMPTY GENERATION '
                       'WRITTEN'
               SET HISTORY-EOF TO TRUE
           ELSE
               IF NOT JERSEY-HIST-STATUS-OK
                   DISPLAY 'ERROR: JERSHIST OPEN FAILED - STATUS: '
                           WS-JERSEY-HIST-STATUS
                   SET FILE-ERROR-DETECTED TO TRUE
                   SET HISTORY-EOF TO TRUE
               ELSE
                   READ JERSEY-HIST-FILE
                       AT END SET HISTORY-EOF TO TRUE
                   END-READ
                   PERFORM P4A-COPY-HIST-RECORD WITH TEST BEFORE
                       UNTIL HISTORY-EOF
                   CLOSE JERSEY-HIST-FILE
               END-IF
           END-IF
           CLOSE NEW-JERSEY-HIST-FILE
           .
       P4A-COPY-HIST-RECORD.
           ADD 1                                TO   WS-HIST-READ
           MOVE 'N'                      TO WS-EVENT-REVERSED-FLAG
           IF JH-RUN-ID = WS-SELECT-RUN-ID
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-RE-COUNT OR EVENT-REVERSED
                   IF NOT RE-USED(WS-RX)
                      AND WS-RE-TEAM-CODE(WS-RX) = JH-TEAM-CODE
                      AND WS-RE-JERSEY-NO(WS-RX) = JH-JERSEY-NO
                      AND WS-RE-NAME(WS-RX) = JH-NAME
                      AND WS-RE-ATHLETE-ID(WS-RX) = JH-ATHLETE-ID
                      AND ((RE-RELEASE(WS-RX)
                            AND JH-ASSIGN-DATE = SPACES)
                        OR (RE-ASSIGN(WS-RX)
                            AND JH-ASSIGN-DATE NOT = SPACES))
                       SET EVENT-REVERSED TO TRUE
                       MOVE 'Y'          TO   WS-RE-USED-FLAG(WS-RX)
                   END-IF
               END-PERFORM
           END-IF
           IF EVENT-REVERSED
               ADD 1                            TO   WS-HIST-REMOVED
               IF WS-LINE-COUNT >= 22
                   PERFORM P7A-WRITE-PAGE-HEADER
               END-IF
               MOVE JH-TEAM-CODE                TO   WS-BJ-TEAM
               MOVE JH-JERSEY-NO                TO   WS-BJ-JERSEY
               MOVE JH-NAME                     TO   WS-BJ-NAME
               MOVE JH-ASSIGN-DATE              TO   WS-BJ-ASSIGNED
               MOVE JH-RELEASE-DATE             TO   WS-BJ-RELEASED
               MOVE WS-BKOT-HIST-LINE           TO   BKOT-RECORD
               WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
               IF NOT BACKOUT-RPT-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               ADD 1                            TO   WS-LINE-COUNT
           ELSE
               WRITE NEW-JERSEY-HIST-RECORD FROM JERSEY-HISTORY-RECORD
               IF NOT NEW-JERSEY-HIST-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
           END-IF
           READ JERSEY-HIST-FILE
               AT END SET HISTORY-EOF TO TRUE
           END-READ
           .
       P5-FINALIZE.
           OPEN OUTPUT NEW-ATHLETE-FILE
           PERFORM P5A-WRITE-ATHLETE
               VARYING WS-MX FROM 1 BY 1
               UNTIL WS-MX > WS-AM-COUNT
           CLOSE NEW-ATHLETE-FILE

           OPEN OUTPUT NEW-TEAM-FILE
           PERFORM P5B-WRITE-TEAM
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > WS-TM-COUNT
           CLOSE NEW-TEAM-FILE

           MOVE 'IMAGE RECORDS READ:'           TO   WS-BT-LABEL
           MOVE WS-IMAGES-READ                  TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'CHANGES MADE BY RUN:'          TO   WS-BT-LABEL
           MOVE WS-RUN-CHANGES                  TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'CHANGES FOR SELECTED TEAMS:'   TO   WS-BT-LABEL
           MOVE WS-CHANGES-SELECTED             TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'CHANGES REVERSED:'             TO   WS-BT-LABEL
           MOVE WS-CHANGES-REVERSED             TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'CHANGES SKIPPED:'              TO   WS-BT-LABEL
           MOVE WS-CHANGES-SKIPPED              TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'JERSEY HISTORY READ:'          TO   WS-BT-LABEL
           MOVE WS-HIST-READ                    TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'JERSEY HISTORY REMOVED:'       TO   WS-BT-LABEL
           MOVE WS-HIST-REMOVED                 TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'ATHLETE MASTER OUT:'           TO   WS-BT-LABEL
           MOVE WS-ATHLETES-OUT                 TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'TEAM MASTER OUT:'              TO   WS-BT-LABEL
           MOVE WS-TEAMS-OUT                    TO   WS-BT-COUNT
           MOVE WS-BKOT-TOTAL-LINE              TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE

           DISPLAY 'BACKOUT SUMMARY - SELECTED: ' WS-CHANGES-SELECTED
                   ' REVERSED: '                  WS-CHANGES-REVERSED
                   ' SKIPPED: '                   WS-CHANGES-SKIPPED
                   ' HISTORY REMOVED: '           WS-HIST-REMOVED

           CLOSE BACKOUT-RPT-FILE

      *> Nothing found to reverse usually means a mistyped run ID or
      *> team code - worth a warning, not a failure.
           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-CHANGES-SKIPPED > ZERO
                  OR WS-CHANGES-SELECTED = ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
       P5A-WRITE-ATHLETE.
           IF NOT AM-DROPPED(WS-MX)
               WRITE NEW-ATHLETE-RECORD FROM WS-AM-RECORD(WS-MX)
               IF NOT NEW-ATHLETE-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               ADD 1                            TO   WS-ATHLETES-OUT
           END-IF
           .
       P5B-WRITE-TEAM.
           IF NOT TM-DROPPED(WS-TX)
               WRITE NEW-TEAM-RECORD FROM WS-TM-RECORD(WS-TX)
               IF NOT NEW-TEAM-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               ADD 1                            TO   WS-TEAMS-OUT
           END-IF
           .
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-BH-DATE
           MOVE WS-PAGE-NO                      TO   WS-BH-PAGE
           MOVE WS-SELECT-RUN-ID                TO   WS-BH-RUN-ID
           MOVE WS-BKOT-PAGE-HEADER             TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING PAGE
           MOVE WS-BKOT-COLUMN-HEADER           TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           IF NOT BACKOUT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           .
      *> Section title plus the history column line, kept together
      *> on one page.
       P7B-WRITE-SECTION.
           IF WS-LINE-COUNT >= 19
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-BKOT-SECTION-LINE            TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-BKOT-HIST-COLUMNS            TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           IF NOT BACKOUT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 3                                TO   WS-LINE-COUNT
           .
       P7C-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= 22
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-BKOT-DETAIL-LINE             TO   BKOT-RECORD
           WRITE BKOT-RECORD AFTER ADVANCING 1 LINE
           IF NOT BACKOUT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
       END PROGRAM BACKOUT.
