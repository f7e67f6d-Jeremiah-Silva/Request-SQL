               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGING-RPT-STATUS.

      *> Registration master maintained by REGUPDT; every athlete is
      *> edited against its registration expiry date.
           SELECT REG-MASTER-FILE      ASSIGN TO "REGMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT EDIT-CARD-FILE       ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDIT-CARD-STATUS.
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
       FD  ATHLETE-MASTER-FILE
           RECORDING MODE IS F.
       01  AGING-RECORD                    PIC X(80).

       FD  REG-MASTER-FILE
           RECORDING MODE IS F.
           COPY REGRECD.

       FD  EDIT-CARD-FILE
           RECORDING MODE IS F.
       01  EDIT-CONTROL-CARD.
           05  EC-AGING-DAYS               PIC X(3).
           05  EC-REG-ACTION               PIC X.
           05  FILLER                      PIC X(76).

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
           03 WS-ATHLETE-STATUS                PIC XX.
               88 SUSP-OUT-STATUS-OK            VALUE '00'.
           03 WS-AGING-RPT-STATUS              PIC XX.
               88 AGING-RPT-STATUS-OK           VALUE '00'.
           03 WS-REG-STATUS                    PIC XX.
               88 REG-STATUS-OK                 VALUE '00'.
           03 WS-EDIT-CARD-STATUS              PIC XX.
               88 EDIT-CARD-STATUS-OK           VALUE '00'.
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
                                               VALUE 'ROSTEDIT'.
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
           03 WS-ATHLETE-EOF                   PIC X         VALUE 'N'.
               88 ATHLETE-EOF                   VALUE 'Y'.
               88 SUSP-EOF                      VALUE 'Y'.
           03 WS-SUSP-FOUND-FLAG               PIC X         VALUE 'N'.
               88 SUSP-ENTRY-FOUND              VALUE 'Y'.
           03 WS-REG-EOF                       PIC X         VALUE 'N'.
               88 REG-EOF                       VALUE 'Y'.
           03 WS-REG-FOUND-FLAG                PIC X         VALUE 'N'.
               88 REG-FOUND                     VALUE 'Y'.
           03 WS-ID-FOUND-FLAG                 PIC X         VALUE 'N'.
               88 ID-FOUND                      VALUE 'Y'.
           03 WS-ID-TABLE-FULL-FLAG            PIC X         VALUE 'N'.
               88 ID-TABLE-FULL                 VALUE 'Y'.

      *> TEAMMSTR is small enough to hold in storage for the run; the
      *> table gives every athlete edit a direct team lookup without
               05 WS-TT-CODE                   PIC X(5).
               05 WS-TT-ROSTER-SIZE            PIC 9(3).

      *> Registration expiry per team-code/jersey key from REGMSTR.
       01 WS-REG-TABLE.
           03 WS-REG-COUNT                     PIC 9(4)      VALUE ZERO.
           03 WS-REG-ENTRY  OCCURS 5000 TIMES
                            INDEXED BY WS-RX.
               05 WS-RG-KEY.
                   07 WS-RG-TEAM-CODE          PIC X(5).
                   07 WS-RG-JERSEY-NO          PIC X(3).
               05 WS-RG-EXPIRY-DATE            PIC X(10).

      *> Every permanent athlete ID on ATHLMSTR with the first team
      *> code it was seen under; the flag goes to 'Y' when the same
      *> ID turns up under a second team, so every record carrying
      *> it is rejected - one person cannot be on two rosters.
       01 WS-ID-TABLE.
           03 WS-ID-COUNT                      PIC 9(4)      VALUE ZERO.
           03 WS-ID-ENTRY  OCCURS 5000 TIMES
                           INDEXED BY WS-IX.
               05 WS-ID-ATHLETE-ID             PIC X(7).
               05 WS-ID-TEAM-CODE              PIC X(5).
               05 WS-ID-TWO-TEAM-FLAG          PIC X.

       01 WS-EDIT-WORK.
           03 WS-REC-ERRORS                    PIC 99        VALUE ZERO.
           03 WS-JERSEY-LIMIT                  PIC 9(3)      VALUE ZERO.
           03 WS-FIRST-ERROR                   PIC X(38)   VALUE SPACES.
      *> 'R' rejects an athlete whose registration has expired; 'W'
      *> on the SYSIN card passes the record and prints a warning.
           03 WS-REG-EXPIRED-ACTION            PIC X         VALUE 'R'.
               88 REG-EXPIRED-WARNS             VALUE 'W'.

      *> Prior suspense entries plus tonight's new rejects. Each
      *> entry's disposition: 'C' carry forward, 'N' new tonight,
           03 WS-SUSP-DROPPED                  PIC 9(5)      VALUE ZERO.
           03 WS-SUSP-AGED                     PIC 9(5)      VALUE ZERO.
           03 WS-SUSP-LOST                     PIC 9(5)      VALUE ZERO.
           03 WS-REG-EXPIRED                   PIC 9(5)      VALUE ZERO.
           03 WS-ID-CONFLICTS                  PIC 9(5)      VALUE ZERO.
           03 WS-WARNING-LINES                 PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-AGE-DATE-N)

           MOVE WS-FORMATTED-DATE               TO   WS-SC-RUN-DATE
           PERFORM P9C-CHECK-STEP-CONTROL
           IF SC-STEP-REFUSED
               STOP RUN
           END-IF

           PERFORM P1D-READ-EDIT-CARD
           PERFORM P1A-LOAD-TEAM-TABLE
           PERFORM P1E-LOAD-SUSPENSE
           PERFORM P1H-LOAD-REGISTRATIONS
           PERFORM P1J-LOAD-ATHLETE-IDS

           OPEN INPUT  ATHLETE-MASTER-FILE
           OPEN OUTPUT VALID-FILE
           .
      *> The SYSIN card carries the aging threshold in days; no card
      *> (or a non-numeric one) leaves the shipped default of 7.
      *> Column 4 'W' turns an expired registration into a warning
      *> instead of a reject.
       P1D-READ-EDIT-CARD.
           OPEN INPUT EDIT-CARD-FILE
           READ EDIT-CARD-FILE
                       DISPLAY 'WARNING: AGING DAYS CARD NOT NUMERIC'
                               ' - DEFAULT USED'
                   END-IF
                   IF EC-REG-ACTION = 'W'
                       MOVE 'W'             TO   WS-REG-EXPIRED-ACTION
                   END-IF
           END-READ
           CLOSE EDIT-CARD-FILE
           .
               AT END SET SUSP-EOF TO TRUE
           END-READ
           .
      *> Without the registration master no expiry can be edited -
      *> a missing file or an overflowing table is a fatal run error,
      *> never a silently permissive one.
       P1H-LOAD-REGISTRATIONS.
           OPEN INPUT REG-MASTER-FILE
           IF NOT REG-STATUS-OK
               DISPLAY 'ERROR: REGMSTR OPEN FAILED - STATUS: '
                       WS-REG-STATUS
               SET FILE-ERROR-DETECTED TO TRUE
           ELSE
               READ REG-MASTER-FILE
                   AT END SET REG-EOF TO TRUE
               END-READ
               PERFORM P1I-STORE-REGISTRATION WITH TEST BEFORE
                   UNTIL REG-EOF OR WS-REG-COUNT >= 5000
               IF NOT REG-EOF
                   DISPLAY 'ERROR: REGISTRATION TABLE FULL - REGMSTR '
                           'NOT FULLY LOADED'
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               CLOSE REG-MASTER-FILE
           END-IF
           .
       P1I-STORE-REGISTRATION.
           ADD 1                                TO   WS-REG-COUNT
           SET WS-RX TO WS-REG-COUNT
           MOVE REG-TEAM-CODE                TO   WS-RG-TEAM-CODE(WS-RX)
           MOVE REG-JERSEY-NO                TO   WS-RG-JERSEY-NO(WS-RX)
           MOVE REG-EXPIRY-DATE            TO   WS-RG-EXPIRY-DATE(WS-RX)
           READ REG-MASTER-FILE
               AT END SET REG-EOF TO TRUE
           END-READ
           .
      *> Pre-pass over ATHLMSTR: the two-team edit needs every ID on
      *> file before the first record is judged. An ID that cannot be
      *> tabled could hide a conflict, so overflow is a fatal run
      *> error like the registration table's.
       P1J-LOAD-ATHLETE-IDS.
           OPEN INPUT ATHLETE-MASTER-FILE
           READ ATHLETE-MASTER-FILE
               AT END SET ATHLETE-EOF TO TRUE
           END-READ
           PERFORM P1K-NOTE-ATHLETE-ID WITH TEST BEFORE
               UNTIL ATHLETE-EOF OR ID-TABLE-FULL
           IF ID-TABLE-FULL
               DISPLAY 'ERROR: ATHLETE ID TABLE FULL - ATHLMSTR '
                       'NOT FULLY LOADED'
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           CLOSE ATHLETE-MASTER-FILE
           MOVE 'N'                             TO   WS-ATHLETE-EOF
           .
      *> A blank or non-numeric ID is left to its own edit.
       P1K-NOTE-ATHLETE-ID.
           IF ATH-ATHLETE-ID NUMERIC
               PERFORM P2G-FIND-ATHLETE-ID
               EVALUATE TRUE
                   WHEN ID-FOUND
                       IF WS-ID-TEAM-CODE(WS-IX) NOT = ATH-TEAM-CODE
                           MOVE 'Y'
                                 TO   WS-ID-TWO-TEAM-FLAG(WS-IX)
                       END-IF
                   WHEN WS-ID-COUNT >= 5000
                       SET ID-TABLE-FULL TO TRUE
                   WHEN OTHER
                       ADD 1                    TO   WS-ID-COUNT
                       SET WS-IX TO WS-ID-COUNT
                       MOVE ATH-ATHLETE-ID
                                       TO   WS-ID-ATHLETE-ID(WS-IX)
                       MOVE ATH-TEAM-CODE TO   WS-ID-TEAM-CODE(WS-IX)
                       MOVE 'N'        TO   WS-ID-TWO-TEAM-FLAG(WS-IX)
               END-EVALUATE
           END-IF
           READ ATHLETE-MASTER-FILE
               AT END SET ATHLETE-EOF TO TRUE
           END-READ
           .
       P1A-LOAD-TEAM-TABLE.
           OPEN INPUT TEAM-MASTER-FILE
           READ TEAM-MASTER-FILE
               PERFORM P2B-WRITE-ERROR-LINE
           END-IF

           EVALUATE TRUE
               WHEN ATH-ATHLETE-ID = SPACES
                   MOVE 'ATHLETE ID MISSING'    TO   WS-ED-ERROR
                   PERFORM P2B-WRITE-ERROR-LINE
               WHEN ATH-ATHLETE-ID NOT NUMERIC
                   MOVE 'ATHLETE ID NOT NUMERIC' TO  WS-ED-ERROR
                   PERFORM P2B-WRITE-ERROR-LINE
               WHEN OTHER
                   PERFORM P2G-FIND-ATHLETE-ID
                   IF ID-FOUND
                      AND WS-ID-TWO-TEAM-FLAG(WS-IX) = 'Y'
                       ADD 1                    TO   WS-ID-CONFLICTS
                       MOVE 'ATHLETE ID ON TWO TEAMS' TO WS-ED-ERROR
                       PERFORM P2B-WRITE-ERROR-LINE
                   END-IF
           END-EVALUATE

           PERFORM P2D-CHECK-REGISTRATION

           IF WS-REC-ERRORS = ZERO
               WRITE VALID-RECORD FROM ATHLETE-RECORD
               IF NOT VALID-STATUS-OK
               END-PERFORM
           END-IF
           .
      *> Sets ID-FOUND and leaves WS-IX on the entry for this
      *> record's athlete ID.
       P2G-FIND-ATHLETE-ID.
           MOVE 'N'                             TO   WS-ID-FOUND-FLAG
           IF WS-ID-COUNT > ZERO
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-ID-COUNT OR ID-FOUND
                   IF WS-ID-ATHLETE-ID(WS-IX) = ATH-ATHLETE-ID
                       SET ID-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
      *> The VARYING loop steps the index once more after the body
      *> that sets ID-FOUND, so back it up onto the entry.
           IF ID-FOUND
               SET WS-IX DOWN BY 1
           END-IF
           .
       P2B-WRITE-ERROR-LINE.
           ADD 1                                TO   WS-REC-ERRORS
           ADD 1                                TO   WS-ERROR-LINES
           IF WS-REC-ERRORS = 1
               MOVE WS-ED-ERROR                 TO   WS-FIRST-ERROR
           END-IF
           PERFORM P2F-PRINT-EDIT-LINE
           .
      *> A warning is printed with the errors but does not count
      *> against the record, so it still passes to ATHLVALD.
       P2E-WRITE-WARNING-LINE.
           ADD 1                                TO   WS-WARNING-LINES
           PERFORM P2F-PRINT-EDIT-LINE
           .
       P2F-PRINT-EDIT-LINE.
           IF WS-LINE-COUNT >= 22
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
      *> An athlete whose registration expiry is before the run date
      *> is rejected, or warned on under the SYSIN 'W' option. No
      *> registration on file, or no expiry date on it, is not edited
      *> here - the front office tracks those on the REGUPDT report.
       P2D-CHECK-REGISTRATION.
           MOVE ATH-TEAM-CODE                   TO   WS-EK-TEAM-CODE
           MOVE ATH-JERSEY-NO                   TO   WS-EK-JERSEY-NO
           MOVE 'N'                             TO   WS-REG-FOUND-FLAG
           IF WS-REG-COUNT > ZERO
               PERFORM VARYING WS-RX FROM 1 BY 1
                       UNTIL WS-RX > WS-REG-COUNT OR REG-FOUND
                   IF WS-RG-KEY(WS-RX) = WS-EDIT-KEY
                       SET REG-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
      *> The VARYING loop steps the index once more after the body
      *> that sets REG-FOUND, so back it up onto the entry.
           IF REG-FOUND
               SET WS-RX DOWN BY 1
               IF WS-RG-EXPIRY-DATE(WS-RX) NOT = SPACES
                  AND WS-RG-EXPIRY-DATE(WS-RX) < WS-FORMATTED-DATE
                   ADD 1                        TO   WS-REG-EXPIRED
                   IF REG-EXPIRED-WARNS
                       MOVE 'WARNING - REGISTRATION EXPIRED'
                                                TO   WS-ED-ERROR
                       PERFORM P2E-WRITE-WARNING-LINE
                   ELSE
                       MOVE 'REGISTRATION EXPIRED' TO  WS-ED-ERROR
                       PERFORM P2B-WRITE-ERROR-LINE
                   END-IF
               END-IF
           END-IF
           .
      *> Posts tonight's verdict for this key against the suspense
      *> table: a clean pass resolves every entry under the key, a
      *> reject already on suspense keeps its original date and
           MOVE WS-ERROR-LINES                  TO   WS-ET-COUNT
           MOVE WS-EDIT-TOTAL-LINE              TO   EDIT-RECORD
           WRITE EDIT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'WARNING LINES PRINTED:'        TO   WS-ET-LABEL
           MOVE WS-WARNING-LINES                TO   WS-ET-COUNT
           MOVE WS-EDIT-TOTAL-LINE              TO   EDIT-RECORD
           WRITE EDIT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'REGISTRATIONS EXPIRED:'        TO   WS-ET-LABEL
           MOVE WS-REG-EXPIRED                  TO   WS-ET-COUNT
           MOVE WS-EDIT-TOTAL-LINE              TO   EDIT-RECORD
           WRITE EDIT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'RECORDS WITH ID ON TWO TEAMS:' TO   WS-ET-LABEL
           MOVE WS-ID-CONFLICTS                 TO   WS-ET-COUNT
           MOVE WS-EDIT-TOTAL-LINE              TO   EDIT-RECORD
           WRITE EDIT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'SUSPENSE CARRIED FORWARD:'     TO   WS-ET-LABEL
           MOVE WS-SUSP-CARRIED                 TO   WS-ET-COUNT
           MOVE WS-EDIT-TOTAL-LINE              TO   EDIT-RECORD
                   ' NEW: '                     WS-SUSP-NEW
                   ' RESOLVED: '                WS-SUSP-DROPPED
                   ' AGED: '                    WS-SUSP-AGED
                   ' REG EXPIRED: '             WS-REG-EXPIRED

           CLOSE ATHLETE-MASTER-FILE
           CLOSE VALID-FILE
           ELSE
               IF WS-RECORDS-REJECTED > ZERO
                  OR WS-SUSP-LOST > ZERO
                  OR WS-REG-EXPIRED > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           PERFORM P9I-END-STEP

           STOP RUN.
      *> Control totals for the night-end balancer: NIGHTBAL proves
      *> valid plus rejected equals read, and ties records read back
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
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
       END PROGRAM ROSTEDIT.
