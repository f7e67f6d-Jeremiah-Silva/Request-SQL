               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-IN-STATUS.

      *> Suspension and reinstatement cards generated by DISCINTK.
      *> They sort in after the pending file so that a ban served
      *> back to back with an earlier one suspends the player again
      *> after the earlier ban's reinstatement on the same date.
           SELECT DISC-TRANS-FILE      ASSIGN TO "DISCTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISC-TRANS-STATUS.

           SELECT PEND-OUT-FILE        ASSIGN TO "TRANPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-OUT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JERSEY-HIST-STATUS.

      *> Cumulative like the jersey history: every applied change to
      *> the master appends its before and after image under the run
      *> ID, so BACKOUT can reverse one night's work team by team.
           SELECT IMAGE-LOG-FILE       ASSIGN TO "IMAGELOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IMAGE-LOG-STATUS.

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
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  PEND-IN-RECORD                  PIC X(80).

       FD  DISC-TRANS-FILE
           RECORDING MODE IS F.
       01  DISC-TRANS-RECORD               PIC X(80).

       FD  PEND-OUT-FILE
           RECORDING MODE IS F.
       01  PEND-OUT-RECORD                 PIC X(80).
           RECORDING MODE IS F.
           COPY JHSTRECD.

       FD  IMAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY IMAGRECD.

       FD  STEP-CONTROL-FILE
           RECORDING MODE IS F.
           COPY STEPRECD.

       FD  STEP-OVERRIDE-FILE
           RECORDING MODE IS F.
           COPY STOVRECD.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-TRANS-STATUS                  PIC XX.
               88 TRANS-STATUS-OK               VALUE '00'.
           03 WS-PEND-IN-STATUS                PIC XX.
               88 PEND-IN-STATUS-OK             VALUE '00'.
           03 WS-DISC-TRANS-STATUS             PIC XX.
               88 DISC-TRANS-STATUS-OK          VALUE '00'.
           03 WS-PEND-OUT-STATUS               PIC XX.
               88 PEND-OUT-STATUS-OK            VALUE '00'.
           03 WS-TRANS-SORTED-STATUS            PIC XX.
               88 COUNTS-STATUS-OK               VALUE '00'.
           03 WS-JERSEY-HIST-STATUS             PIC XX.
               88 JERSEY-HIST-STATUS-OK          VALUE '00'.
           03 WS-IMAGE-LOG-STATUS               PIC XX.
               88 IMAGE-LOG-STATUS-OK            VALUE '00'.
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
                                               VALUE 'ROSTUPDT'.
           03 WS-SC-RUN-DATE                   PIC X(10) VALUE SPACES.
           03 WS-SC-TIME-RAW                   PIC X(6).
           03 WS-SC-PRED-COUNT                 PIC 9         VALUE 1.
           03 WS-SC-PRED-VALUES.
               05 FILLER                       PIC X(18)
                                               VALUE 'TEAMUPDT'.
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
           03 WS-MASTER-EOF                    PIC X         VALUE 'N'.
               88 MASTER-EOF                    VALUE 'Y'.
               88 SOURCE-KEY-TAKEN              VALUE 'Y'.
           03 WS-EFF-DATE-FLAG                 PIC X         VALUE 'Y'.
               88 EFF-DATE-VALID                VALUE 'Y'.
           03 WS-SCAN-EOF                      PIC X         VALUE 'N'.
               88 SCAN-EOF                      VALUE 'Y'.
           03 WS-ID-IN-USE-FLAG                PIC X         VALUE 'N'.
               88 ID-IN-USE                     VALUE 'Y'.
           03 WS-ID-TABLE-FULL-FLAG            PIC X         VALUE 'N'.
               88 ID-TABLE-FULL                 VALUE 'Y'.

      *> Match keys carry the jersey as raw display bytes so that
      *> HIGH-VALUES can mark end-of-file and the group compares stay
           03 WS-HK-TEAM-CODE                  PIC X(5).
           03 WS-HK-JERSEY-NO                  PIC X(3).

       01 WS-ID-WORK-KEY.
           03 WS-IW-TEAM-CODE                  PIC X(5).
           03 WS-IW-JERSEY-NO                  PIC X(3).

       01 WS-HOLD-ATHLETE.
           03 WS-HOLD-JERSEY-NO                PIC 9(3).
           03 WS-HOLD-NAME                     PIC X(30).
           03 WS-HOLD-POSITION                 PIC X(15).
           03 WS-HOLD-TEAM-CODE                PIC X(5).
           03 WS-HOLD-STATUS                   PIC X.
           03 WS-HOLD-ATHLETE-ID               PIC X(7).
           03 FILLER                           PIC X(19).

      *> Permanent athlete IDs: the highest ID issued so far, found by
      *> the pre-pass, and the ID last issued or taken off a card.
       01 WS-ATHLETE-ID-FIELDS.
           03 WS-LAST-ATHLETE-ID               PIC 9(7)      VALUE ZERO.
           03 WS-NEW-ATHLETE-ID                PIC X(7).

      *> Who holds each athlete ID tonight, so a card keying an ID
      *> cannot put a live player's ID on a second jersey. Loaded
      *> from the master by the pre-pass and kept current as cards
      *> apply. WS-AI-STATE: 'H' held at the key, 'D' held at a key
      *> whose delete card is due tonight (the player may be re-added
      *> elsewhere under the same ID), 'F' no longer held there.
       01 WS-ATHLETE-ID-TABLE.
           03 WS-AI-COUNT                      PIC 9(4)      VALUE ZERO.
           03 WS-AI-ENTRY  OCCURS 5000 TIMES
                           INDEXED BY WS-IX.
               05 WS-AI-ATHLETE-ID             PIC X(7).
               05 WS-AI-KEY.
                   07 WS-AI-TEAM-CODE          PIC X(5).
                   07 WS-AI-JERSEY-NO          PIC X(3).
               05 WS-AI-STATE                  PIC X.

      *> One entry per transfer card, loaded by a pre-pass over the
      *> sorted transactions before the match starts so the match can
           03 WS-MASTER-OUT                    PIC 9(5)      VALUE ZERO.
           03 WS-DUP-MASTER-COUNT              PIC 9(5)      VALUE ZERO.
           03 WS-TRANS-PENDING-CT              PIC 9(5)      VALUE ZERO.
           03 WS-IDS-ASSIGNED                  PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-JH-NAME                       PIC X(30).
           03 WS-JH-ASSIGN-DATE                PIC X(10).
           03 WS-JH-RELEASE-DATE               PIC X(10).
           03 WS-JH-ATHLETE-ID                 PIC X(7).

      *> Image pair staged for P7C-WRITE-IMAGE-LOG: the master record
      *> as it stood before the card and as it stands after, blank on
      *> the side where the key holds no record.
       01 WS-IMG-FIELDS.
           03 WS-IMG-SEQ-NO                    PIC 9(5)      VALUE ZERO.
           03 WS-IMG-ACTION                    PIC X.
           03 WS-IMG-BEFORE                    PIC X(80).
           03 WS-IMG-AFTER                     PIC X(80).

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).
           03 WS-CT-RAW                        PIC X(6).

       01 WS-RUN-ID                            PIC X(8)  VALUE SPACES.

       01 WS-UPD-PAGE-HEADER.
           05 FILLER                  PIC X(26)
           05 WS-UH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-UH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(8)  VALUE '  RUN: '.
           05 WS-UH-RUN-ID            PIC X(8).
           05 FILLER                  PIC X(10) VALUE SPACES.

       01 WS-UPD-COLUMN-HEADER.
           05 FILLER                  PIC X(3)  VALUE 'ACT'.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           MOVE FUNCTION CURRENT-DATE(9:6)      TO   WS-CT-RAW
           STRING WS-CD-RAW(5:4) WS-CT-RAW(1:4)
               DELIMITED BY SIZE INTO WS-RUN-ID
           DISPLAY 'ROSTER UPDATE RUN ID: ' WS-RUN-ID

           MOVE WS-FORMATTED-DATE               TO   WS-SC-RUN-DATE
           PERFORM P9C-CHECK-STEP-CONTROL
           IF SC-STEP-REFUSED
               STOP RUN
           END-IF

           SORT TRANS-SORT-FILE
               ON ASCENDING KEY TS-TEAM-CODE TS-JERSEY-NO
               WITH DUPLICATES IN ORDER
               USING TRANS-FILE PEND-IN-FILE DISC-TRANS-FILE
               GIVING TRANS-SORTED-FILE

           SORT MASTER-SORT-FILE
               WITH DUPLICATES IN ORDER
               USING ATHLETE-MASTER-FILE GIVING MASTER-SORTED-FILE

           PERFORM P1C-FIND-LAST-ATHLETE-ID
           PERFORM P1A-LOAD-XFER-TABLE
           DISPLAY 'LAST ATHLETE ID ISSUED: ' WS-LAST-ATHLETE-ID

           OPEN INPUT  MASTER-SORTED-FILE
           OPEN INPUT  TRANS-SORTED-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           OPEN OUTPUT PEND-OUT-FILE
           OPEN EXTEND JERSEY-HIST-FILE
           OPEN EXTEND IMAGE-LOG-FILE

           PERFORM P8A-READ-MASTER
           PERFORM P8B-READ-TRANS
           PERFORM P3-FINALIZE
           .
      *> Pre-pass: one read of the sorted transactions collects every
      *> transfer card's source and destination keys, notes the
      *> highest athlete ID keyed on any card, and marks the IDs held
      *> at keys whose delete is due tonight. Nothing is read
      *> into the match counters here - the file is closed and
      *> reopened for the match proper.
       P1A-LOAD-XFER-TABLE.
                           ' WILL BE REJECTED'
               END-IF
           END-IF
           IF TRN-ATHLETE-ID NUMERIC
              AND TRN-ATHLETE-ID > WS-LAST-ATHLETE-ID
               MOVE TRN-ATHLETE-ID              TO   WS-LAST-ATHLETE-ID
           END-IF
           IF TRN-DELETE
              AND TRN-EFFECTIVE-DATE NOT > WS-FORMATTED-DATE
               MOVE 'Y'                         TO   WS-EFF-DATE-FLAG
               IF TRN-EFFECTIVE-DATE NOT = SPACES
                   PERFORM P2L-EDIT-EFF-DATE
               END-IF
               IF EFF-DATE-VALID
                   PERFORM P1G-MARK-DELETE-DUE
               END-IF
           END-IF
           READ TRANS-SORTED-FILE
               AT END SET TRANS-EOF TO TRUE
           END-READ
           .
      *> The next permanent athlete ID follows the highest one ever
      *> issued - on the master, on the jersey history, or in the
      *> image log, which still holds the IDs of players since
      *> deleted or backed out - so no ID is ever issued twice. A
      *> history file that will not open is passed over here; its
      *> OPEN EXTEND below reports the failure. The master pass also
      *> loads the athlete ID table; an ID past the table cannot be
      *> checked, so every card keying an ID is then rejected.
       P1C-FIND-LAST-ATHLETE-ID.
           OPEN INPUT MASTER-SORTED-FILE
           READ MASTER-SORTED-FILE
               AT END SET MASTER-EOF TO TRUE
           END-READ
           PERFORM P1D-SCAN-MASTER-ID WITH TEST BEFORE
               UNTIL MASTER-EOF
           CLOSE MASTER-SORTED-FILE
           MOVE 'N'                             TO   WS-MASTER-EOF
           IF ID-TABLE-FULL
               DISPLAY 'WARNING: ATHLETE ID TABLE FULL - CARDS KEYING'
                       ' AN ID WILL BE REJECTED'
           END-IF

           MOVE 'N'                             TO   WS-SCAN-EOF
           OPEN INPUT JERSEY-HIST-FILE
           IF JERSEY-HIST-STATUS-OK
               READ JERSEY-HIST-FILE
                   AT END SET SCAN-EOF TO TRUE
               END-READ
               PERFORM P1E-SCAN-HIST-ID WITH TEST BEFORE
                   UNTIL SCAN-EOF
               CLOSE JERSEY-HIST-FILE
           END-IF

           MOVE 'N'                             TO   WS-SCAN-EOF
           OPEN INPUT IMAGE-LOG-FILE
           IF IMAGE-LOG-STATUS-OK
               READ IMAGE-LOG-FILE
                   AT END SET SCAN-EOF TO TRUE
               END-READ
               PERFORM P1F-SCAN-IMAGE-ID WITH TEST BEFORE
                   UNTIL SCAN-EOF
               CLOSE IMAGE-LOG-FILE
           END-IF
           .
       P1D-SCAN-MASTER-ID.
           IF ATH-ATHLETE-ID NUMERIC
              AND ATH-ATHLETE-ID > WS-LAST-ATHLETE-ID
               MOVE ATH-ATHLETE-ID              TO   WS-LAST-ATHLETE-ID
           END-IF
           IF ATH-ATHLETE-ID NUMERIC
               IF WS-AI-COUNT < 5000
                   ADD 1                        TO   WS-AI-COUNT
                   SET WS-IX TO WS-AI-COUNT
                   MOVE ATH-ATHLETE-ID TO   WS-AI-ATHLETE-ID(WS-IX)
                   MOVE ATH-TEAM-CODE  TO   WS-AI-TEAM-CODE(WS-IX)
                   MOVE ATH-JERSEY-NO  TO   WS-AI-JERSEY-NO(WS-IX)
                   MOVE 'H'            TO   WS-AI-STATE(WS-IX)
               ELSE
                   SET ID-TABLE-FULL TO TRUE
               END-IF
           END-IF
           READ MASTER-SORTED-FILE
               AT END SET MASTER-EOF TO TRUE
           END-READ
           .
       P1E-SCAN-HIST-ID.
           IF JH-ATHLETE-ID NUMERIC
              AND JH-ATHLETE-ID > WS-LAST-ATHLETE-ID
               MOVE JH-ATHLETE-ID               TO   WS-LAST-ATHLETE-ID
           END-IF
           READ JERSEY-HIST-FILE
               AT END SET SCAN-EOF TO TRUE
           END-READ
           .
       P1F-SCAN-IMAGE-ID.
           IF IMG-ATHLETE-MASTER
              AND IMG-ATH-ATHLETE-ID NUMERIC
              AND IMG-ATH-ATHLETE-ID > WS-LAST-ATHLETE-ID
               MOVE IMG-ATH-ATHLETE-ID          TO   WS-LAST-ATHLETE-ID
           END-IF
           READ IMAGE-LOG-FILE
               AT END SET SCAN-EOF TO TRUE
           END-READ
           .
       P1G-MARK-DELETE-DUE.
           MOVE TRN-TEAM-CODE                   TO   WS-IW-TEAM-CODE
           MOVE TRN-JERSEY-NO                   TO   WS-IW-JERSEY-NO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-AI-COUNT
               IF WS-AI-KEY(WS-IX) = WS-ID-WORK-KEY
                  AND WS-AI-STATE(WS-IX) = 'H'
                   MOVE 'D'              TO   WS-AI-STATE(WS-IX)
               END-IF
           END-PERFORM
           .
      *> One iteration handles one team-code/jersey key: the master
      *> record (if any) is staged in the hold area, every transaction
      *> carrying that key is applied against the hold in arrival
           IF WS-MASTER-KEY = WS-HOLD-KEY
               MOVE ATHLETE-RECORD              TO   WS-HOLD-ATHLETE
               SET HOLD-EXISTS TO TRUE
               IF WS-HOLD-ATHLETE-ID NOT NUMERIC
                   PERFORM P2Q-ID-LEGACY-HOLD
               END-IF
               PERFORM P8A-READ-MASTER
      *> Duplicate jerseys on the incoming master - the condition
      *> this program exists to clean up - are reported here so the
               PERFORM P2O-CHECK-SOURCE-HELD
           END-IF

           MOVE 'N'                             TO   WS-ID-IN-USE-FLAG
           IF (TRN-ADD OR TRN-CHANGE) AND TRN-ATHLETE-ID NUMERIC
              AND WS-AI-COUNT > ZERO
               PERFORM P2R-CHECK-ID-IN-USE
           END-IF

           IF HOLD-EXISTS
               MOVE WS-HOLD-ATHLETE             TO   WS-IMG-BEFORE
           ELSE
               MOVE SPACES                      TO   WS-IMG-BEFORE
           END-IF

      *> A card not yet due is held, not judged: whatever its action,
      *> it goes to the pending file whole and is applied (or finally
      *> rejected) on the night its effective date arrives.
               WHEN TRN-ADD AND TRN-STATUS NOT = SPACE
                    AND NOT TRN-STATUS-VALID
                   MOVE 'INVALID STATUS CODE'   TO   WS-UD-REASON
               WHEN TRN-ADD AND TRN-ATHLETE-ID NOT = SPACES
                    AND (TRN-ATHLETE-ID NOT NUMERIC
                         OR TRN-ATHLETE-ID = ZERO)
                   MOVE 'INVALID ATHLETE ID'    TO   WS-UD-REASON
               WHEN TRN-ADD AND TRN-ATHLETE-ID NOT = SPACES
                    AND ID-TABLE-FULL
                   MOVE 'ATHLETE ID TABLE FULL' TO   WS-UD-REASON
               WHEN TRN-ADD AND ID-IN-USE
                   MOVE 'ATHLETE ID IN USE'     TO   WS-UD-REASON
               WHEN TRN-ADD
                   PERFORM P2C-BUILD-FROM-ADD
               WHEN NOT HOLD-EXISTS
               WHEN TRN-CHANGE AND TRN-STATUS NOT = SPACE
                    AND NOT TRN-STATUS-VALID
                   MOVE 'INVALID STATUS CODE'   TO   WS-UD-REASON
               WHEN TRN-CHANGE AND TRN-ATHLETE-ID NOT = SPACES
                    AND (TRN-ATHLETE-ID NOT NUMERIC
                         OR TRN-ATHLETE-ID = ZERO)
                   MOVE 'INVALID ATHLETE ID'    TO   WS-UD-REASON
               WHEN TRN-CHANGE AND TRN-ATHLETE-ID NOT = SPACES
                    AND ID-TABLE-FULL
                   MOVE 'ATHLETE ID TABLE FULL' TO   WS-UD-REASON
               WHEN TRN-CHANGE AND ID-IN-USE
                   MOVE 'ATHLETE ID IN USE'     TO   WS-UD-REASON
               WHEN TRN-CHANGE
                   PERFORM P2D-APPLY-CHANGE
           END-EVALUATE

      *> A transfer is logged when it settles at end of run, not here.
           IF TRANS-APPLIED
               MOVE TRN-ACTION                  TO   WS-IMG-ACTION
               IF HOLD-EXISTS
                   MOVE WS-HOLD-ATHLETE         TO   WS-IMG-AFTER
               ELSE
                   MOVE SPACES                  TO   WS-IMG-AFTER
               END-IF
               PERFORM P7C-WRITE-IMAGE-LOG
           END-IF

           PERFORM P2E-WRITE-TRANS-LINE
           PERFORM P8B-READ-TRANS
           .
           END-IF
           ADD 1                                TO   WS-LINE-COUNT

      *> An extra copy is still a person on the roster: one carried
      *> from before permanent IDs gets its own, as the first copy
      *> does in P2Q.
           IF ATH-ATHLETE-ID NOT NUMERIC
               MOVE 'I'                         TO   WS-IMG-ACTION
               MOVE ATHLETE-RECORD              TO   WS-IMG-BEFORE
               PERFORM P2P-ASSIGN-ATHLETE-ID
               MOVE WS-NEW-ATHLETE-ID           TO   ATH-ATHLETE-ID
               MOVE ATHLETE-RECORD              TO   WS-IMG-AFTER
               PERFORM P7C-WRITE-IMAGE-LOG
           END-IF
           WRITE NEW-MASTER-RECORD FROM ATHLETE-RECORD
           IF NOT NEW-MASTER-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               MOVE TRN-STATUS                  TO   WS-HOLD-STATUS
           END-IF
      *> A returning player keeps the ID keyed on the card; anyone
      *> else is issued the next one.
           IF TRN-ATHLETE-ID = SPACES
               PERFORM P2P-ASSIGN-ATHLETE-ID
           ELSE
               MOVE TRN-ATHLETE-ID              TO   WS-NEW-ATHLETE-ID
           END-IF
           MOVE WS-NEW-ATHLETE-ID               TO   WS-HOLD-ATHLETE-ID
           IF TRN-ATHLETE-ID NOT = SPACES
               PERFORM P2S-TABLE-HOLD-ID
           END-IF
           STRING 'ATHLETE ID ' WS-NEW-ATHLETE-ID
               DELIMITED BY SIZE INTO WS-UD-REASON
           SET HOLD-EXISTS TO TRUE
           SET TRANS-APPLIED TO TRUE

           MOVE TRN-NAME                        TO   WS-JH-NAME
           MOVE WS-FORMATTED-DATE               TO   WS-JH-ASSIGN-DATE
           MOVE SPACES                          TO   WS-JH-RELEASE-DATE
           MOVE WS-HOLD-ATHLETE-ID              TO   WS-JH-ATHLETE-ID
           PERFORM P7B-WRITE-JERSEY-HIST
           .
       P2N-APPLY-DELETE.
           MOVE WS-HOLD-NAME                    TO   WS-JH-NAME
           MOVE SPACES                          TO   WS-JH-ASSIGN-DATE
           MOVE WS-FORMATTED-DATE               TO   WS-JH-RELEASE-DATE
           MOVE WS-HOLD-ATHLETE-ID              TO   WS-JH-ATHLETE-ID
           PERFORM P7B-WRITE-JERSEY-HIST
           PERFORM P2T-FREE-HOLD-ID

           MOVE 'N'                             TO   WS-HOLD-FLAG
           SET TRANS-APPLIED TO TRUE
       P2D-APPLY-CHANGE.
      *> A change that puts a new name on the jersey is a
      *> reassignment: the previous holder's release and the new
      *> holder's assignment both go on the history file, and the
      *> new holder is issued a new athlete ID. A card that keys an
      *> ID keeps it instead - the way a spelling correction carries
      *> the player's own ID through. An ID keyed with no new name
      *> re-links the holder to that ID.
           IF TRN-NAME NOT = SPACES
              AND TRN-NAME NOT = WS-HOLD-NAME
               MOVE TRN-TEAM-CODE               TO   WS-JH-TEAM-CODE
               MOVE WS-HOLD-NAME                TO   WS-JH-NAME
               MOVE SPACES                      TO   WS-JH-ASSIGN-DATE
               MOVE WS-FORMATTED-DATE          TO   WS-JH-RELEASE-DATE
               MOVE WS-HOLD-ATHLETE-ID          TO   WS-JH-ATHLETE-ID
               PERFORM P7B-WRITE-JERSEY-HIST
               PERFORM P2T-FREE-HOLD-ID
               IF TRN-ATHLETE-ID = SPACES
                   PERFORM P2P-ASSIGN-ATHLETE-ID
               ELSE
                   MOVE TRN-ATHLETE-ID          TO   WS-NEW-ATHLETE-ID
               END-IF
               MOVE WS-NEW-ATHLETE-ID           TO   WS-HOLD-ATHLETE-ID
               IF TRN-ATHLETE-ID NOT = SPACES
                   PERFORM P2S-TABLE-HOLD-ID
               END-IF
               STRING 'ATHLETE ID ' WS-NEW-ATHLETE-ID
                   DELIMITED BY SIZE INTO WS-UD-REASON
               MOVE TRN-NAME                    TO   WS-JH-NAME
               MOVE WS-FORMATTED-DATE           TO   WS-JH-ASSIGN-DATE
               MOVE SPACES                     TO   WS-JH-RELEASE-DATE
               MOVE WS-HOLD-ATHLETE-ID          TO   WS-JH-ATHLETE-ID
               PERFORM P7B-WRITE-JERSEY-HIST
           ELSE
               IF TRN-ATHLETE-ID NOT = SPACES
                   PERFORM P2T-FREE-HOLD-ID
                   MOVE TRN-ATHLETE-ID          TO   WS-HOLD-ATHLETE-ID
                   PERFORM P2S-TABLE-HOLD-ID
                   STRING 'ATHLETE ID ' TRN-ATHLETE-ID
                       DELIMITED BY SIZE INTO WS-UD-REASON
               END-IF
           END-IF
           IF TRN-NAME NOT = SPACES
               MOVE TRN-NAME                    TO   WS-HOLD-NAME
               END-IF
           END-PERFORM
           .
      *> Issues the next permanent athlete ID into WS-NEW-ATHLETE-ID.
       P2P-ASSIGN-ATHLETE-ID.
           ADD 1                                TO   WS-LAST-ATHLETE-ID
           MOVE WS-LAST-ATHLETE-ID              TO   WS-NEW-ATHLETE-ID
           ADD 1                                TO   WS-IDS-ASSIGNED
           .
      *> A master record carried from before permanent IDs were kept
      *> gets its ID the first time it passes through, logged as an
      *> 'I' image pair so a backout of the run takes it back too.
       P2Q-ID-LEGACY-HOLD.
           MOVE 'I'                             TO   WS-IMG-ACTION
           MOVE WS-HOLD-ATHLETE                 TO   WS-IMG-BEFORE
           PERFORM P2P-ASSIGN-ATHLETE-ID
           MOVE WS-NEW-ATHLETE-ID               TO   WS-HOLD-ATHLETE-ID
           MOVE WS-HOLD-ATHLETE                 TO   WS-IMG-AFTER
           PERFORM P7C-WRITE-IMAGE-LOG
           .
      *> Sets ID-IN-USE when the ID keyed on the card is held by a
      *> player at any other key. A key whose delete is due tonight
      *> does not count: that player may be re-added elsewhere under
      *> the same ID. A transferring player still holds the ID.
       P2R-CHECK-ID-IN-USE.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-AI-COUNT OR ID-IN-USE
               IF WS-AI-ATHLETE-ID(WS-IX) = TRN-ATHLETE-ID
                  AND WS-AI-STATE(WS-IX) = 'H'
                  AND WS-AI-KEY(WS-IX) NOT = WS-TRANS-KEY
                   SET ID-IN-USE TO TRUE
               END-IF
           END-PERFORM
           .
      *> A keyed ID put on the hold is held there from now on.
       P2S-TABLE-HOLD-ID.
           IF WS-AI-COUNT < 5000
               ADD 1                            TO   WS-AI-COUNT
               SET WS-IX TO WS-AI-COUNT
               MOVE WS-HOLD-ATHLETE-ID    TO   WS-AI-ATHLETE-ID(WS-IX)
               MOVE WS-HOLD-KEY           TO   WS-AI-KEY(WS-IX)
               MOVE 'H'                   TO   WS-AI-STATE(WS-IX)
           ELSE
               SET ID-TABLE-FULL TO TRUE
           END-IF
           .
      *> The hold's current ID leaves the key (delete or a change of
      *> ID), so it is free to be keyed elsewhere.
       P2T-FREE-HOLD-ID.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-AI-COUNT
               IF WS-AI-KEY(WS-IX) = WS-HOLD-KEY
                  AND WS-AI-ATHLETE-ID(WS-IX) = WS-HOLD-ATHLETE-ID
                   MOVE 'F'              TO   WS-AI-STATE(WS-IX)
               END-IF
           END-PERFORM
           .
       P2E-WRITE-TRANS-LINE.
           IF WS-LINE-COUNT >= 22
               PERFORM P7A-WRITE-PAGE-HEADER
           MOVE WS-DUP-MASTER-COUNT             TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   UPDT-RECORD
           WRITE UPDT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'ATHLETE IDS ASSIGNED:'         TO   WS-UT-LABEL
           MOVE WS-IDS-ASSIGNED                 TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   UPDT-RECORD
           WRITE UPDT-RECORD AFTER ADVANCING 1 LINE

           DISPLAY 'MAINTENANCE SUMMARY - READ: '   WS-TRANS-READ
                   ' APPLIED: '                     WS-TRANS-APPLIED
                   ' MASTER IN: '                   WS-MASTER-IN
                   ' MASTER OUT: '                  WS-MASTER-OUT
                   ' DUPLICATES: '                  WS-DUP-MASTER-COUNT
                   ' IDS ASSIGNED: '                WS-IDS-ASSIGNED

           CLOSE MASTER-SORTED-FILE
           CLOSE TRANS-SORTED-FILE
           CLOSE MAINT-RPT-FILE
           CLOSE PEND-OUT-FILE
           CLOSE JERSEY-HIST-FILE
           CLOSE IMAGE-LOG-FILE

           PERFORM P9A-WRITE-COUNTS

               END-IF
           END-IF

           PERFORM P9I-END-STEP

           STOP RUN.
      *> Control totals for the night-end balancer: NIGHTBAL proves
      *> applied plus rejected plus pending equals read, and ties the
       P3B-WRITE-TRANSFER.
           IF WS-XF-APPLIED-FLAG(WS-XX) = 'Y'
               MOVE WS-XF-ATHLETE(WS-XX)        TO   WS-HOLD-ATHLETE
               MOVE WS-HOLD-ATHLETE-ID          TO   WS-JH-ATHLETE-ID
               IF WS-XF-OCCUPIED-FLAG(WS-XX) = 'Y'
                   PERFORM P3E-CHECK-SOURCE-TAKEN
                   IF WS-LINE-COUNT >= 22
                       MOVE SPACES              TO   WS-JH-ASSIGN-DATE
                       MOVE WS-FORMATTED-DATE   TO   WS-JH-RELEASE-DATE
                       PERFORM P7B-WRITE-JERSEY-HIST
                       MOVE 'T'                 TO   WS-IMG-ACTION
                       MOVE WS-HOLD-ATHLETE     TO   WS-IMG-BEFORE
                       MOVE SPACES              TO   WS-IMG-AFTER
                       PERFORM P7C-WRITE-IMAGE-LOG
                   ELSE
                       WRITE NEW-MASTER-RECORD FROM WS-HOLD-ATHLETE
                       IF NOT NEW-MASTER-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   ADD 1                        TO   WS-MASTER-OUT

                   MOVE 'T'                     TO   WS-IMG-ACTION
                   MOVE WS-XF-ATHLETE(WS-XX)    TO   WS-IMG-BEFORE
                   MOVE WS-HOLD-ATHLETE         TO   WS-IMG-AFTER
                   PERFORM P7C-WRITE-IMAGE-LOG
               END-IF
           END-IF
           .
           MOVE WS-JH-NAME                      TO   JH-NAME
           MOVE WS-JH-ASSIGN-DATE               TO   JH-ASSIGN-DATE
           MOVE WS-JH-RELEASE-DATE              TO   JH-RELEASE-DATE
           MOVE WS-RUN-ID                       TO   JH-RUN-ID
           MOVE WS-JH-ATHLETE-ID                TO   JH-ATHLETE-ID
           WRITE JERSEY-HISTORY-RECORD
           IF NOT JERSEY-HIST-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
      *> Central image writer: the caller stages the action and both
      *> images in WS-IMG-FIELDS, then PERFORMs this. The pair shares
      *> one change sequence number, before image first.
       P7C-WRITE-IMAGE-LOG.
           ADD 1                                TO   WS-IMG-SEQ-NO
           MOVE SPACES                          TO   IMAGE-LOG-RECORD
           MOVE WS-RUN-ID                       TO   IMG-RUN-ID
           MOVE 'A'                             TO   IMG-MASTER
           MOVE WS-IMG-ACTION                   TO   IMG-ACTION
           MOVE WS-IMG-SEQ-NO                   TO   IMG-SEQ-NO
           MOVE 'B'                             TO   IMG-IMAGE-TYPE
           MOVE WS-IMG-BEFORE                   TO   IMG-IMAGE
           WRITE IMAGE-LOG-RECORD
           IF NOT IMAGE-LOG-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE 'A'                             TO   IMG-IMAGE-TYPE
           MOVE WS-IMG-AFTER                    TO   IMG-IMAGE
           WRITE IMAGE-LOG-RECORD
           IF NOT IMAGE-LOG-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           .
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-UH-DATE
           MOVE WS-PAGE-NO                      TO   WS-UH-PAGE
           MOVE WS-RUN-ID                       TO   WS-UH-RUN-ID
           MOVE WS-UPD-PAGE-HEADER              TO   UPDT-RECORD
           WRITE UPDT-RECORD AFTER ADVANCING PAGE
           MOVE WS-UPD-COLUMN-HEADER            TO   UPDT-RECORD
                   ADD 1                        TO   WS-TRANS-READ
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
       END PROGRAM ROSTUPDT.
