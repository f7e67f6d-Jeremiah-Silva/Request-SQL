       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCINTK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Disciplinary card intake: the match officials' cards are
      *> posted to a running tally per athlete, and a tally that
      *> reaches a threshold on the rules file generates the 'S'
      *> status-change card that suspends the athlete and the 'S'
      *> card that reinstates them when the ban ends. The cards go
      *> out on DISCTRAN, which ROSTUPDT sorts in with ROSTTRAN and
      *> the pending file - a reinstatement dated in the future
      *> simply rides TRANPEND until it is due.
           SELECT CARD-FILE            ASSIGN TO "MATCHCRD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CARD-SORT-FILE       ASSIGN TO "SORTWK01".

           SELECT CARD-SORTED-FILE     ASSIGN TO "CARDSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-SORTED-STATUS.

           SELECT RULE-FILE            ASSIGN TO "DISCRULE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT ATHLETE-MASTER-FILE  ASSIGN TO "ATHLMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ATHLETE-STATUS.

      *> The tally is cumulative: last night's copy comes in on
      *> DISCTALI, tonight's goes out on DISCTALO, and the job
      *> stream swaps them between runs.
           SELECT TALLY-IN-FILE        ASSIGN TO "DISCTALI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TALLY-IN-STATUS.

           SELECT TALLY-OUT-FILE       ASSIGN TO "DISCTALO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TALLY-OUT-STATUS.

           SELECT DISC-TRANS-FILE      ASSIGN TO "DISCTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISC-TRANS-STATUS.

           SELECT CARD-RPT-FILE        ASSIGN TO "CARDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORDING MODE IS F.
       01  CARD-INPUT-RECORD               PIC X(80).

       SD  CARD-SORT-FILE.
       01  CS-SORT-RECORD.
           05  CS-TEAM-CODE                PIC X(5).
           05  CS-JERSEY-NO                PIC X(3).
           05  CS-MATCH-DATE               PIC X(10).
           05  FILLER                      PIC X(62).

       FD  CARD-SORTED-FILE
           RECORDING MODE IS F.
           COPY DCRDRECD.

       FD  RULE-FILE
           RECORDING MODE IS F.
           COPY DRULRECD.

       FD  ATHLETE-MASTER-FILE
           RECORDING MODE IS F.
           COPY ATHLRECD.

       FD  TALLY-IN-FILE
           RECORDING MODE IS F.
           COPY DTALRECD.

       FD  TALLY-OUT-FILE
           RECORDING MODE IS F.
       01  TALLY-OUT-RECORD                PIC X(80).

       FD  DISC-TRANS-FILE
           RECORDING MODE IS F.
           COPY TRANRECD.

       FD  CARD-RPT-FILE
           RECORDING MODE IS F.
       01  CARD-RPT-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-CARD-STATUS                   PIC XX.
               88 CARD-STATUS-OK                VALUE '00'.
           03 WS-CARD-SORTED-STATUS            PIC XX.
               88 CARD-SORTED-STATUS-OK         VALUE '00'.
           03 WS-RULE-STATUS                   PIC XX.
               88 RULE-STATUS-OK                VALUE '00'.
           03 WS-ATHLETE-STATUS                PIC XX.
               88 ATHLETE-STATUS-OK             VALUE '00'.
           03 WS-TALLY-IN-STATUS               PIC XX.
               88 TALLY-IN-STATUS-OK            VALUE '00'.
           03 WS-TALLY-OUT-STATUS              PIC XX.
               88 TALLY-OUT-STATUS-OK           VALUE '00'.
           03 WS-DISC-TRANS-STATUS             PIC XX.
               88 DISC-TRANS-STATUS-OK          VALUE '00'.
           03 WS-CARD-RPT-STATUS               PIC XX.
               88 CARD-RPT-STATUS-OK            VALUE '00'.

       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

       01 WS-FLAGS.
           03 WS-CARD-EOF                      PIC X         VALUE 'N'.
               88 CARD-EOF                      VALUE 'Y'.
           03 WS-RULE-EOF                      PIC X         VALUE 'N'.
               88 RULE-EOF                      VALUE 'Y'.
           03 WS-ATHLETE-EOF                   PIC X         VALUE 'N'.
               88 ATHLETE-EOF                   VALUE 'Y'.
           03 WS-TALLY-EOF                     PIC X         VALUE 'N'.
               88 TALLY-EOF                     VALUE 'Y'.
           03 WS-ATHLETE-FOUND-FLAG            PIC X         VALUE 'N'.
               88 ATHLETE-FOUND                 VALUE 'Y'.
           03 WS-TALLY-FOUND-FLAG              PIC X         VALUE 'N'.
               88 TALLY-FOUND                   VALUE 'Y'.
           03 WS-CARD-DATE-FLAG                PIC X         VALUE 'Y'.
               88 CARD-DATE-VALID               VALUE 'Y'.

      *> Suspension rules loaded from DISCRULE at start-up.
       01 WS-RULE-TABLE.
           03 WS-RULE-COUNT                    PIC 99    VALUE ZERO.
           03 WS-RULE-ENTRY  OCCURS 20 TIMES
                             INDEXED BY WS-RX.
               05 WS-RL-COLOUR                 PIC X.
               05 WS-RL-THRESHOLD              PIC 9(3).
               05 WS-RL-BAN-DAYS               PIC 9(3).

      *> ATHLMSTR held in storage so every card can be checked
      *> against a real athlete and the name carried onto the
      *> generated cards and the tally.
       01 WS-ATHLETE-TABLE.
           03 WS-ATHLETE-COUNT                 PIC 9(4)      VALUE ZERO.
           03 WS-ATHLETE-ENTRY  OCCURS 5000 TIMES
                                INDEXED BY WS-AX.
               05 WS-AT-KEY.
                   07 WS-AT-TEAM-CODE          PIC X(5).
                   07 WS-AT-JERSEY-NO          PIC X(3).
               05 WS-AT-NAME                   PIC X(30).
               05 WS-AT-ATHLETE-ID             PIC X(7).

      *> Prior tallies plus any athlete carded for the first time
      *> tonight; the whole table is written back out at end of run.
       01 WS-TALLY-TABLE.
           03 WS-TALLY-COUNT                   PIC 9(4)      VALUE ZERO.
           03 WS-TALLY-ENTRY  OCCURS 2000 TIMES
                              INDEXED BY WS-TX.
               05 WS-TL-KEY.
                   07 WS-TL-TEAM-CODE          PIC X(5).
                   07 WS-TL-JERSEY-NO          PIC X(3).
               05 WS-TL-NAME                   PIC X(30).
               05 WS-TL-YELLOW                 PIC 9(3).
               05 WS-TL-RED                    PIC 9(3).
               05 WS-TL-LAST-DATE              PIC X(10).
               05 WS-TL-BAN-COUNT              PIC 9(3).
               05 WS-TL-BAN-END                PIC X(10).
               05 WS-TL-ATHLETE-ID             PIC X(7).

       01 WS-CARD-WORK.
           03 WS-CARD-KEY.
               05 WS-CK-TEAM-CODE              PIC X(5).
               05 WS-CK-JERSEY-NO              PIC X(3).
           03 WS-CARD-NAME                     PIC X(30).
           03 WS-CARD-ATHLETE-ID               PIC X(7).
           03 WS-NEW-TALLY                     PIC 9(3)      VALUE ZERO.
           03 WS-BAN-DAYS                      PIC 9(3)      VALUE ZERO.
           03 WS-BAN-START-DATE                PIC X(10).
           03 WS-BAN-END-DATE                  PIC X(10).
           03 WS-CONV-DATE-X                   PIC X(8).
           03 WS-CONV-DATE-N  REDEFINES WS-CONV-DATE-X
                                               PIC 9(8).
           03 WS-CONV-INT                      PIC 9(7)      VALUE ZERO.
           03 WS-FORMATTED-CONV-DATE           PIC X(10).
           03 WS-CARD-NEW-STATUS               PIC X.
           03 WS-CARD-EFF-DATE                 PIC X(10).
           03 WS-RESULT-TEXT                   PIC X(26).
           03 WS-HOLD-RPT-LINE                 PIC X(80) VALUE SPACES.

      *> Tonight's tally generation, built here because the FD for
      *> DISCTALI already owns the DISCIPLINE-TALLY-RECORD names.
       01 WS-TALLY-OUT-REC.
           03 WS-TO-TEAM-CODE                  PIC X(5).
           03 WS-TO-JERSEY-NO                  PIC X(3).
           03 WS-TO-NAME                       PIC X(30).
           03 WS-TO-YELLOW-COUNT               PIC 9(3).
           03 WS-TO-RED-COUNT                  PIC 9(3).
           03 WS-TO-LAST-CARD-DATE             PIC X(10).
           03 WS-TO-BAN-COUNT                  PIC 9(3).
           03 WS-TO-BAN-END-DATE               PIC X(10).
           03 WS-TO-ATHLETE-ID                 PIC X(7).
           03 FILLER                           PIC X(6).

       01 WS-INTAKE-COUNTERS.
           03 WS-CARDS-READ                    PIC 9(5)      VALUE ZERO.
           03 WS-CARDS-POSTED                  PIC 9(5)      VALUE ZERO.
           03 WS-CARDS-REJECTED                PIC 9(5)      VALUE ZERO.
           03 WS-BANS-ISSUED                   PIC 9(5)      VALUE ZERO.
           03 WS-TRANS-WRITTEN                 PIC 9(5)      VALUE ZERO.
           03 WS-NEAR-BAN-COUNT                PIC 9(5)      VALUE ZERO.
           03 WS-TALLY-LOST                    PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).

       01 WS-CARD-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'DISCIPLINARY CARD REPORT  '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-CH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-CH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-CARD-COLUMN-HEADER.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(5)  VALUE 'NO   '.
           05 FILLER                  PIC X(21) VALUE 'NAME'.
           05 FILLER                  PIC X(11) VALUE 'MATCH'.
           05 FILLER                  PIC X(2)  VALUE 'C '.
           05 FILLER                  PIC X(9)  VALUE 'YEL RED  '.
           05 FILLER                  PIC X(26) VALUE 'RESULT'.

       01 WS-CARD-DETAIL-LINE.
           05 WS-CD-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CD-JERSEY            PIC X(3).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-CD-NAME              PIC X(20).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CD-DATE              PIC X(10).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CD-COLOUR            PIC X.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CD-YELLOW            PIC ZZ9.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CD-RED               PIC ZZ9.
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-CD-RESULT            PIC X(26).

       01 WS-CARD-SECTION-LINE.
           05 WS-CS-TITLE             PIC X(40).
           05 FILLER                  PIC X(40) VALUE SPACES.

       01 WS-NEAR-BAN-LINE.
           05 WS-NB-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-NB-JERSEY            PIC X(3).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-NB-NAME              PIC X(30).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-NB-COLOUR            PIC X(6).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-NB-COUNT             PIC ZZ9.
           05 FILLER                  PIC X(4)  VALUE ' OF '.
           05 WS-NB-THRESHOLD         PIC ZZ9.
           05 FILLER                  PIC X(7)  VALUE '  BAN: '.
           05 WS-NB-DAYS              PIC ZZ9.
           05 FILLER                  PIC X(5)  VALUE ' DAYS'.
           05 FILLER                  PIC X(6)  VALUE SPACES.

       01 WS-CARD-TOTAL-LINE.
           05 WS-CT-LABEL             PIC X(30).
           05 WS-CT-COUNT             PIC ZZZZ9.
           05 FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           PERFORM P1A-LOAD-RULES
           PERFORM P1C-LOAD-ATHLETES
           PERFORM P1E-LOAD-TALLY

      *> Cards are posted in match-date order so a tally crosses its
      *> thresholds in the order the cards were actually shown.
           SORT CARD-SORT-FILE
               ON ASCENDING KEY CS-MATCH-DATE CS-TEAM-CODE
                                CS-JERSEY-NO
               WITH DUPLICATES IN ORDER
               USING CARD-FILE GIVING CARD-SORTED-FILE

           OPEN INPUT  CARD-SORTED-FILE
           IF NOT CARD-SORTED-STATUS-OK
               DISPLAY 'CARDSRTD OPEN FAILED - STATUS: '
                       WS-CARD-SORTED-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           OPEN OUTPUT DISC-TRANS-FILE
           IF NOT DISC-TRANS-STATUS-OK
               DISPLAY 'DISCTRAN OPEN FAILED - STATUS: '
                       WS-DISC-TRANS-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           OPEN OUTPUT CARD-RPT-FILE
           IF NOT CARD-RPT-STATUS-OK
               DISPLAY 'CARDRPT OPEN FAILED - STATUS: '
                       WS-CARD-RPT-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF

      *> Posting without tonight's card, suspension or report files
      *> would move the tally on with nothing to show for it - no
      *> card is posted, the tally is carried forward as it came in
      *> and the run ends RC 12, so it can simply be rerun.
           IF CARD-SORTED-STATUS-OK AND DISC-TRANS-STATUS-OK
              AND CARD-RPT-STATUS-OK
               PERFORM P8A-READ-CARD
           ELSE
               SET CARD-EOF TO TRUE
           END-IF

           MOVE 'CARDS POSTED TONIGHT'          TO   WS-CS-TITLE
           PERFORM P7B-WRITE-SECTION

           PERFORM P2-POST-CARD WITH TEST BEFORE
               UNTIL CARD-EOF

           PERFORM P3-FINALIZE
           .
      *> A rules file that cannot be opened is a fatal run error - an
      *> intake that silently issues no bans is exactly the failure
      *> this program exists to prevent.
       P1A-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF NOT RULE-STATUS-OK
               DISPLAY 'DISCRULE OPEN FAILED - STATUS: '
                       WS-RULE-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
               SET RULE-EOF TO TRUE
           ELSE
               READ RULE-FILE
                   AT END SET RULE-EOF TO TRUE
                   NOT AT END
                       IF NOT RULE-STATUS-OK
                           SET FILE-ERROR-DETECTED TO TRUE
                       END-IF
               END-READ
           END-IF
           PERFORM P1B-STORE-RULE WITH TEST BEFORE
               UNTIL RULE-EOF OR WS-RULE-COUNT >= 20
           CLOSE RULE-FILE
           IF WS-RULE-COUNT = ZERO
               DISPLAY 'ERROR: NO SUSPENSION RULES LOADED'
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
      *> A rule with no usable threshold could never fire; it is
      *> named on the console and left out of the table.
       P1B-STORE-RULE.
           IF (DR-CARD-COLOUR = 'Y' OR DR-CARD-COLOUR = 'R')
              AND DR-THRESHOLD NUMERIC AND DR-THRESHOLD > ZERO
              AND DR-BAN-DAYS NUMERIC
               ADD 1                            TO   WS-RULE-COUNT
               SET WS-RX TO WS-RULE-COUNT
               MOVE DR-CARD-COLOUR              TO   WS-RL-COLOUR(WS-RX)
               MOVE DR-THRESHOLD             TO   WS-RL-THRESHOLD(WS-RX)
               MOVE DR-BAN-DAYS              TO   WS-RL-BAN-DAYS(WS-RX)
           ELSE
               DISPLAY 'WARNING: INVALID SUSPENSION RULE IGNORED - '
                       DR-CARD-COLOUR ' ' DR-THRESHOLD ' '
                       DR-BAN-DAYS
           END-IF
           READ RULE-FILE
               AT END SET RULE-EOF TO TRUE
               NOT AT END
                   IF NOT RULE-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       P1C-LOAD-ATHLETES.
           OPEN INPUT ATHLETE-MASTER-FILE
           READ ATHLETE-MASTER-FILE
               AT END SET ATHLETE-EOF TO TRUE
               NOT AT END
                   IF NOT ATHLETE-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           PERFORM P1D-STORE-ATHLETE WITH TEST BEFORE
               UNTIL ATHLETE-EOF OR WS-ATHLETE-COUNT >= 5000
      *> Athletes past the table would have every card rejected as
      *> not on file - a partially loaded table is a fatal error.
           IF NOT ATHLETE-EOF
               DISPLAY 'ERROR: ATHLETE TABLE FULL - ATHLMSTR NOT '
                       'FULLY LOADED'
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           CLOSE ATHLETE-MASTER-FILE
           .
       P1D-STORE-ATHLETE.
           ADD 1                                TO   WS-ATHLETE-COUNT
           SET WS-AX TO WS-ATHLETE-COUNT
           MOVE ATH-TEAM-CODE                TO   WS-AT-TEAM-CODE(WS-AX)
           MOVE ATH-JERSEY-NO                TO   WS-AT-JERSEY-NO(WS-AX)
           MOVE ATH-NAME                     TO   WS-AT-NAME(WS-AX)
           MOVE ATH-ATHLETE-ID            TO   WS-AT-ATHLETE-ID(WS-AX)
           READ ATHLETE-MASTER-FILE
               AT END SET ATHLETE-EOF TO TRUE
               NOT AT END
                   IF NOT ATHLETE-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
      *> A missing prior tally file is a normal first night, not an
      *> error - every athlete starts the season with a clean sheet.
       P1E-LOAD-TALLY.
           OPEN INPUT TALLY-IN-FILE
           IF NOT TALLY-IN-STATUS-OK
               DISPLAY 'NOTE: NO PRIOR DISCIPLINE TALLY - STATUS: '
                       WS-TALLY-IN-STATUS
               SET TALLY-EOF TO TRUE
           ELSE
               READ TALLY-IN-FILE
                   AT END SET TALLY-EOF TO TRUE
               END-READ
               PERFORM P1F-STORE-TALLY WITH TEST BEFORE
                   UNTIL TALLY-EOF OR WS-TALLY-COUNT >= 2000
      *> A tally that cannot be carried would restart the athlete's
      *> count at zero and a ban could be missed - fatal.
               IF NOT TALLY-EOF
                   DISPLAY 'ERROR: TALLY TABLE FULL - DISCTALI NOT '
                           'FULLY LOADED'
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               CLOSE TALLY-IN-FILE
           END-IF
           .
       P1F-STORE-TALLY.
           ADD 1                                TO   WS-TALLY-COUNT
           SET WS-TX TO WS-TALLY-COUNT
           MOVE DT-TEAM-CODE                 TO   WS-TL-TEAM-CODE(WS-TX)
           MOVE DT-JERSEY-NO                 TO   WS-TL-JERSEY-NO(WS-TX)
           MOVE DT-NAME                      TO   WS-TL-NAME(WS-TX)
           MOVE DT-YELLOW-COUNT              TO   WS-TL-YELLOW(WS-TX)
           MOVE DT-RED-COUNT                 TO   WS-TL-RED(WS-TX)
           MOVE DT-LAST-CARD-DATE            TO   WS-TL-LAST-DATE(WS-TX)
           MOVE DT-BAN-COUNT                 TO   WS-TL-BAN-COUNT(WS-TX)
           MOVE DT-BAN-END-DATE              TO   WS-TL-BAN-END(WS-TX)
           MOVE DT-ATHLETE-ID             TO   WS-TL-ATHLETE-ID(WS-TX)
           READ TALLY-IN-FILE
               AT END SET TALLY-EOF TO TRUE
           END-READ
           .
       P2-POST-CARD.
           ADD 1                                TO   WS-CARDS-READ
           MOVE DC-TEAM-CODE                    TO   WS-CK-TEAM-CODE
           MOVE DC-JERSEY-NO                    TO   WS-CK-JERSEY-NO
           MOVE SPACES                          TO   WS-CARD-NAME
           MOVE SPACES                          TO   WS-CARD-ATHLETE-ID
           MOVE SPACES                          TO   WS-RESULT-TEXT
           MOVE ZERO                            TO   WS-NEW-TALLY

           PERFORM P2A-FIND-ATHLETE
           PERFORM P2E-EDIT-CARD-DATE

           EVALUATE TRUE
               WHEN NOT DC-COLOUR-VALID
                   MOVE 'REJECTED - CARD COLOUR'  TO  WS-RESULT-TEXT
               WHEN NOT CARD-DATE-VALID
                   MOVE 'REJECTED - MATCH DATE'   TO  WS-RESULT-TEXT
               WHEN NOT ATHLETE-FOUND
                   MOVE 'REJECTED - NOT ON MASTER' TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM P2B-FIND-TALLY
                   IF TALLY-FOUND
                       PERFORM P2C-APPLY-CARD
                   ELSE
                       MOVE 'REJECTED - TALLY FULL' TO WS-RESULT-TEXT
                   END-IF
           END-EVALUATE

           IF WS-RESULT-TEXT(1:8) = 'REJECTED'
               ADD 1                            TO   WS-CARDS-REJECTED
           ELSE
               ADD 1                            TO   WS-CARDS-POSTED
           END-IF
           PERFORM P2G-WRITE-CARD-LINE

           PERFORM P8A-READ-CARD
           .
       P2A-FIND-ATHLETE.
           MOVE 'N'                            TO  WS-ATHLETE-FOUND-FLAG
           IF WS-ATHLETE-COUNT > ZERO
               PERFORM VARYING WS-AX FROM 1 BY 1
                       UNTIL WS-AX > WS-ATHLETE-COUNT OR ATHLETE-FOUND
                   IF WS-AT-KEY(WS-AX) = WS-CARD-KEY
                       SET ATHLETE-FOUND TO TRUE
                       MOVE WS-AT-NAME(WS-AX)   TO   WS-CARD-NAME
                       MOVE WS-AT-ATHLETE-ID(WS-AX)
                                                TO   WS-CARD-ATHLETE-ID
                   END-IF
               END-PERFORM
           END-IF
           .
      *> Leaves WS-TX on the athlete's tally entry, opening a new one
      *> for an athlete carded for the first time. The tally follows
      *> the athlete ID, so a player keeps it through a transfer or
      *> number change; a tally from before IDs were kept is the
      *> athlete's only while the name on the key still matches. A
      *> key now held by someone else never passes its counts or ban
      *> on: the newcomer starts a clean sheet, reusing the old entry
      *> when it carries no ID and so can never be reached again.
      *> TALLY-FOUND stays off only when the table is full.
       P2B-FIND-TALLY.
           MOVE 'N'                             TO   WS-TALLY-FOUND-FLAG
           IF WS-CARD-ATHLETE-ID NOT = SPACES AND WS-TALLY-COUNT > ZERO
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TALLY-COUNT OR TALLY-FOUND
                   IF WS-TL-ATHLETE-ID(WS-TX) = WS-CARD-ATHLETE-ID
                       SET TALLY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT TALLY-FOUND AND WS-TALLY-COUNT > ZERO
               PERFORM VARYING WS-TX FROM 1 BY 1
                       UNTIL WS-TX > WS-TALLY-COUNT OR TALLY-FOUND
                   IF WS-TL-KEY(WS-TX) = WS-CARD-KEY
                      AND WS-TL-NAME(WS-TX) = WS-CARD-NAME
                      AND (WS-TL-ATHLETE-ID(WS-TX) = SPACES
                           OR WS-CARD-ATHLETE-ID = SPACES)
                       SET TALLY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
      *> The VARYING loop steps the index once more after the body
      *> that sets TALLY-FOUND, so back it up onto the entry.
           IF TALLY-FOUND
               SET WS-TX DOWN BY 1
               MOVE WS-CARD-KEY                 TO   WS-TL-KEY(WS-TX)
               IF WS-TL-ATHLETE-ID(WS-TX) = SPACES
                   MOVE WS-CARD-ATHLETE-ID
                                          TO   WS-TL-ATHLETE-ID(WS-TX)
               END-IF
           ELSE
               IF WS-TALLY-COUNT > ZERO
                   PERFORM VARYING WS-TX FROM 1 BY 1
                           UNTIL WS-TX > WS-TALLY-COUNT OR TALLY-FOUND
                       IF WS-TL-KEY(WS-TX) = WS-CARD-KEY
                          AND WS-TL-ATHLETE-ID(WS-TX) = SPACES
                           SET TALLY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF TALLY-FOUND
                   SET WS-TX DOWN BY 1
                   PERFORM P2I-START-TALLY
               ELSE
                   IF WS-TALLY-COUNT < 2000
                       ADD 1                    TO   WS-TALLY-COUNT
                       SET WS-TX TO WS-TALLY-COUNT
                       PERFORM P2I-START-TALLY
                       SET TALLY-FOUND TO TRUE
                   ELSE
                       ADD 1                    TO   WS-TALLY-LOST
                       DISPLAY 'WARNING: TALLY TABLE FULL - '
                               DC-TEAM-CODE ' ' DC-JERSEY-NO
                               ' CARD NOT POSTED'
                   END-IF
               END-IF
           END-IF
           .
      *> A clean sheet for the carded athlete on entry WS-TX.
       P2I-START-TALLY.
           MOVE WS-CARD-KEY                     TO   WS-TL-KEY(WS-TX)
           MOVE WS-CARD-NAME                    TO   WS-TL-NAME(WS-TX)
           MOVE WS-CARD-ATHLETE-ID        TO   WS-TL-ATHLETE-ID(WS-TX)
           MOVE ZERO                            TO   WS-TL-YELLOW(WS-TX)
           MOVE ZERO                            TO   WS-TL-RED(WS-TX)
           MOVE SPACES                       TO   WS-TL-LAST-DATE(WS-TX)
           MOVE ZERO                         TO   WS-TL-BAN-COUNT(WS-TX)
           MOVE SPACES                        TO   WS-TL-BAN-END(WS-TX)
           .
      *> Counts the card, then looks for a rule of this colour whose
      *> threshold the tally has just reached. Where two rules share
      *> a threshold the longer ban wins.
       P2C-APPLY-CARD.
           MOVE WS-CARD-NAME                    TO   WS-TL-NAME(WS-TX)
           IF DC-YELLOW
               ADD 1                            TO   WS-TL-YELLOW(WS-TX)
               MOVE WS-TL-YELLOW(WS-TX)         TO   WS-NEW-TALLY
           ELSE
               ADD 1                            TO   WS-TL-RED(WS-TX)
               MOVE WS-TL-RED(WS-TX)            TO   WS-NEW-TALLY
           END-IF
           IF DC-MATCH-DATE > WS-TL-LAST-DATE(WS-TX)
               MOVE DC-MATCH-DATE           TO   WS-TL-LAST-DATE(WS-TX)
           END-IF

           MOVE ZERO                            TO   WS-BAN-DAYS
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               IF WS-RL-COLOUR(WS-RX) = DC-CARD-COLOUR
                  AND WS-RL-THRESHOLD(WS-RX) = WS-NEW-TALLY
                  AND WS-RL-BAN-DAYS(WS-RX) > WS-BAN-DAYS
                   MOVE WS-RL-BAN-DAYS(WS-RX)   TO   WS-BAN-DAYS
               END-IF
           END-PERFORM

           IF WS-BAN-DAYS > ZERO
               PERFORM P2D-ISSUE-BAN
           ELSE
               MOVE 'POSTED'                    TO   WS-RESULT-TEXT
           END-IF
           .
      *> The ban starts the day after the match. A ban reached while
      *> an earlier one is still being served starts when that one
      *> ends, so the two are served back to back: the old ban's
      *> reinstatement and the new suspension share a date, and
      *> ROSTUPDT applies them in the order they were written.
       P2D-ISSUE-BAN.
           STRING DC-MATCH-DATE(1:4) DC-MATCH-DATE(6:2)
                  DC-MATCH-DATE(9:2)
               DELIMITED BY SIZE INTO WS-CONV-DATE-X
           COMPUTE WS-CONV-INT =
               FUNCTION INTEGER-OF-DATE(WS-CONV-DATE-N) + 1
           PERFORM P2F-FORMAT-CONV-DATE
           MOVE WS-FORMATTED-CONV-DATE          TO   WS-BAN-START-DATE

           IF WS-TL-BAN-END(WS-TX) NOT = SPACES
              AND WS-TL-BAN-END(WS-TX) > WS-BAN-START-DATE
               MOVE WS-TL-BAN-END(WS-TX)        TO   WS-BAN-START-DATE
               STRING WS-BAN-START-DATE(1:4) WS-BAN-START-DATE(6:2)
                      WS-BAN-START-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-CONV-DATE-X
               COMPUTE WS-CONV-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CONV-DATE-N)
           END-IF

           ADD WS-BAN-DAYS                      TO   WS-CONV-INT
           PERFORM P2F-FORMAT-CONV-DATE
           MOVE WS-FORMATTED-CONV-DATE          TO   WS-BAN-END-DATE

           MOVE 'S'                             TO   WS-CARD-NEW-STATUS
           MOVE WS-BAN-START-DATE               TO   WS-CARD-EFF-DATE
           PERFORM P2H-WRITE-STATUS-CARD
           MOVE 'A'                             TO   WS-CARD-NEW-STATUS
           MOVE WS-BAN-END-DATE                 TO   WS-CARD-EFF-DATE
           PERFORM P2H-WRITE-STATUS-CARD

           ADD 1                             TO   WS-TL-BAN-COUNT(WS-TX)
           MOVE WS-BAN-END-DATE              TO   WS-TL-BAN-END(WS-TX)
           ADD 1                                TO   WS-BANS-ISSUED
           STRING 'BANNED UNTIL ' WS-BAN-END-DATE
               DELIMITED BY SIZE INTO WS-RESULT-TEXT
           .
      *> Same shape and range check ROSTUPDT applies to effective
      *> dates, so a ban computed from a card date is never one that
      *> ROSTUPDT would turn away.
       P2E-EDIT-CARD-DATE.
           IF DC-MATCH-DATE(1:4) NUMERIC
              AND DC-MATCH-DATE(5:1) = '-'
              AND DC-MATCH-DATE(6:2) NUMERIC
              AND DC-MATCH-DATE(8:1) = '-'
              AND DC-MATCH-DATE(9:2) NUMERIC
              AND DC-MATCH-DATE(6:2) >= '01'
              AND DC-MATCH-DATE(6:2) <= '12'
              AND DC-MATCH-DATE(9:2) >= '01'
              AND DC-MATCH-DATE(9:2) <= '31'
               MOVE 'Y'                         TO   WS-CARD-DATE-FLAG
           ELSE
               MOVE 'N'                         TO   WS-CARD-DATE-FLAG
           END-IF
           .
       P2F-FORMAT-CONV-DATE.
           COMPUTE WS-CONV-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-CONV-INT)
           MOVE SPACES                        TO WS-FORMATTED-CONV-DATE
           STRING WS-CONV-DATE-X(1:4) '-' WS-CONV-DATE-X(5:2) '-'
                  WS-CONV-DATE-X(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-CONV-DATE
           .
       P2G-WRITE-CARD-LINE.
           MOVE DC-TEAM-CODE                    TO   WS-CD-TEAM
           MOVE DC-JERSEY-NO                    TO   WS-CD-JERSEY
           MOVE WS-CARD-NAME                    TO   WS-CD-NAME
           MOVE DC-MATCH-DATE                   TO   WS-CD-DATE
           MOVE DC-CARD-COLOUR                  TO   WS-CD-COLOUR
           IF TALLY-FOUND AND WS-RESULT-TEXT(1:8) NOT = 'REJECTED'
               MOVE WS-TL-YELLOW(WS-TX)         TO   WS-CD-YELLOW
               MOVE WS-TL-RED(WS-TX)            TO   WS-CD-RED
           ELSE
               MOVE ZERO                        TO   WS-CD-YELLOW
               MOVE ZERO                        TO   WS-CD-RED
           END-IF
           MOVE WS-RESULT-TEXT                  TO   WS-CD-RESULT
           MOVE WS-CARD-DETAIL-LINE             TO   CARD-RPT-RECORD
           PERFORM P7C-WRITE-REPORT-LINE
           .
      *> Builds one status-change card in the ROSTTRAN layout; the
      *> caller sets the new status and effective date.
       P2H-WRITE-STATUS-CARD.
           MOVE SPACES                          TO   TRANSACTION-RECORD
           MOVE 'S'                             TO   TRN-ACTION
           MOVE DC-TEAM-CODE                    TO   TRN-TEAM-CODE
           MOVE DC-JERSEY-NO                    TO   TRN-JERSEY-NO
           MOVE WS-CARD-NAME                    TO   TRN-NAME
           MOVE SPACES                          TO   TRN-POSITION
           MOVE SPACES                          TO   TRN-NEW-TEAM-CODE
           MOVE SPACES                          TO   TRN-NEW-JERSEY-NO
           MOVE WS-CARD-NEW-STATUS              TO   TRN-STATUS
           MOVE WS-CARD-EFF-DATE                TO   TRN-EFFECTIVE-DATE
           WRITE TRANSACTION-RECORD
           IF NOT DISC-TRANS-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-TRANS-WRITTEN
           .
       P3-FINALIZE.
           MOVE 'ONE CARD AWAY FROM A BAN'      TO   WS-CS-TITLE
           PERFORM P7B-WRITE-SECTION
           IF WS-TALLY-COUNT > ZERO
               PERFORM P3A-CHECK-NEAR-BAN
                   VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TALLY-COUNT
           END-IF
           IF WS-NEAR-BAN-COUNT = ZERO
               MOVE '  NONE'                    TO   CARD-RPT-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF

           PERFORM P3C-WRITE-TALLY

           MOVE 'CARDS READ:'                   TO   WS-CT-LABEL
           MOVE WS-CARDS-READ                   TO   WS-CT-COUNT
           MOVE WS-CARD-TOTAL-LINE              TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'CARDS POSTED:'                 TO   WS-CT-LABEL
           MOVE WS-CARDS-POSTED                 TO   WS-CT-COUNT
           MOVE WS-CARD-TOTAL-LINE              TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'CARDS REJECTED:'               TO   WS-CT-LABEL
           MOVE WS-CARDS-REJECTED               TO   WS-CT-COUNT
           MOVE WS-CARD-TOTAL-LINE              TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'BANS ISSUED:'                  TO   WS-CT-LABEL
           MOVE WS-BANS-ISSUED                  TO   WS-CT-COUNT
           MOVE WS-CARD-TOTAL-LINE              TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'STATUS CARDS WRITTEN:'         TO   WS-CT-LABEL
           MOVE WS-TRANS-WRITTEN                TO   WS-CT-COUNT
           MOVE WS-CARD-TOTAL-LINE              TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'ONE CARD AWAY FROM A BAN:'     TO   WS-CT-LABEL
           MOVE WS-NEAR-BAN-COUNT               TO   WS-CT-COUNT
           MOVE WS-CARD-TOTAL-LINE              TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 1 LINE

           DISPLAY 'CARD INTAKE SUMMARY - READ: '  WS-CARDS-READ
                   ' POSTED: '                  WS-CARDS-POSTED
                   ' REJECTED: '                WS-CARDS-REJECTED
                   ' BANS: '                    WS-BANS-ISSUED
                   ' NEAR BAN: '                WS-NEAR-BAN-COUNT

           CLOSE CARD-SORTED-FILE
           CLOSE DISC-TRANS-FILE
           CLOSE CARD-RPT-FILE

           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-CARDS-REJECTED > ZERO
                  OR WS-TALLY-LOST > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
      *> One line per rule the athlete's next card of that colour
      *> would trigger. A colour the athlete has not yet been shown
      *> is left out, so a straight-red rule does not list the whole
      *> league.
       P3A-CHECK-NEAR-BAN.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-RULE-COUNT
               IF WS-RL-COLOUR(WS-RX) = 'Y'
                  AND WS-TL-YELLOW(WS-TX) > ZERO
                  AND WS-TL-YELLOW(WS-TX) + 1 = WS-RL-THRESHOLD(WS-RX)
                   MOVE 'YELLOW'                TO   WS-NB-COLOUR
                   MOVE WS-TL-YELLOW(WS-TX)     TO   WS-NB-COUNT
                   PERFORM P3B-WRITE-NEAR-BAN
               END-IF
               IF WS-RL-COLOUR(WS-RX) = 'R'
                  AND WS-TL-RED(WS-TX) > ZERO
                  AND WS-TL-RED(WS-TX) + 1 = WS-RL-THRESHOLD(WS-RX)
                   MOVE 'RED'                   TO   WS-NB-COLOUR
                   MOVE WS-TL-RED(WS-TX)        TO   WS-NB-COUNT
                   PERFORM P3B-WRITE-NEAR-BAN
               END-IF
           END-PERFORM
           .
       P3B-WRITE-NEAR-BAN.
           ADD 1                                TO   WS-NEAR-BAN-COUNT
           MOVE WS-TL-TEAM-CODE(WS-TX)          TO   WS-NB-TEAM
           MOVE WS-TL-JERSEY-NO(WS-TX)          TO   WS-NB-JERSEY
           MOVE WS-TL-NAME(WS-TX)               TO   WS-NB-NAME
           MOVE WS-RL-THRESHOLD(WS-RX)          TO   WS-NB-THRESHOLD
           MOVE WS-RL-BAN-DAYS(WS-RX)           TO   WS-NB-DAYS
           MOVE WS-NEAR-BAN-LINE                TO   CARD-RPT-RECORD
           PERFORM P7C-WRITE-REPORT-LINE
           .
       P3C-WRITE-TALLY.
           OPEN OUTPUT TALLY-OUT-FILE
           IF NOT TALLY-OUT-STATUS-OK
               DISPLAY 'DISCTALO OPEN FAILED - STATUS: '
                       WS-TALLY-OUT-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           IF WS-TALLY-COUNT > ZERO
               PERFORM P3D-WRITE-TALLY-ENTRY
                   VARYING WS-TX FROM 1 BY 1
                   UNTIL WS-TX > WS-TALLY-COUNT
           END-IF
           CLOSE TALLY-OUT-FILE
           .
       P3D-WRITE-TALLY-ENTRY.
           MOVE SPACES                          TO   WS-TALLY-OUT-REC
           MOVE WS-TL-TEAM-CODE(WS-TX)          TO   WS-TO-TEAM-CODE
           MOVE WS-TL-JERSEY-NO(WS-TX)          TO   WS-TO-JERSEY-NO
           MOVE WS-TL-NAME(WS-TX)               TO   WS-TO-NAME
           MOVE WS-TL-YELLOW(WS-TX)             TO   WS-TO-YELLOW-COUNT
           MOVE WS-TL-RED(WS-TX)                TO   WS-TO-RED-COUNT
           MOVE WS-TL-LAST-DATE(WS-TX)        TO   WS-TO-LAST-CARD-DATE
           MOVE WS-TL-BAN-COUNT(WS-TX)          TO   WS-TO-BAN-COUNT
           MOVE WS-TL-BAN-END(WS-TX)            TO   WS-TO-BAN-END-DATE
           MOVE WS-TL-ATHLETE-ID(WS-TX)         TO   WS-TO-ATHLETE-ID
           WRITE TALLY-OUT-RECORD FROM WS-TALLY-OUT-REC
           IF NOT TALLY-OUT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-CH-DATE
           MOVE WS-PAGE-NO                      TO   WS-CH-PAGE
           MOVE WS-CARD-PAGE-HEADER             TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-CARD-COLUMN-HEADER           TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT CARD-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           .
       P7B-WRITE-SECTION.
           IF WS-LINE-COUNT >= 20
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE WS-CARD-SECTION-LINE            TO   CARD-RPT-RECORD
           WRITE CARD-RPT-RECORD AFTER ADVANCING 2 LINES
           IF NOT CARD-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 2                                TO   WS-LINE-COUNT
           .
      *> The caller leaves the line in CARD-RPT-RECORD; it is held
      *> aside while a page break writes the headings.
       P7C-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= 22
               MOVE CARD-RPT-RECORD             TO   WS-HOLD-RPT-LINE
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE WS-HOLD-RPT-LINE            TO   CARD-RPT-RECORD
           END-IF
           WRITE CARD-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT CARD-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
       P8A-READ-CARD.
           READ CARD-SORTED-FILE
               AT END SET CARD-EOF TO TRUE
               NOT AT END
                   IF NOT CARD-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       END PROGRAM DISCINTK.
