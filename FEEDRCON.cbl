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
       FD  FEED-FILE
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
           03 WS-FEED-STATUS                   PIC XX.
               88 AUDIT-LOG-STATUS-OK           VALUE '00'.
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
                                               VALUE 'FEEDRCON'.
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
           03 WS-FEED-EOF                      PIC X         VALUE 'N'.
               88 FEED-EOF                      VALUE 'Y'.
           STRING WS-CT-RAW(1:2) ':' WS-CT-RAW(3:2) ':' WS-CT-RAW(5:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-TIME

           MOVE WS-FORMATTED-DATE               TO   WS-SC-RUN-DATE
           PERFORM P9C-CHECK-STEP-CONTROL
           IF SC-STEP-REFUSED
               STOP RUN
           END-IF

           SORT ACK-SORT-FILE
               ON ASCENDING KEY AK-TEAM-CODE AK-JERSEY-NO
               WITH DUPLICATES IN ORDER
               END-IF
           END-IF

           PERFORM P9I-END-STEP

           STOP RUN.
      *> The unconfirmed-feed counts go onto the same audit log the
      *> roster run writes, so one browse of AUDITLOG shows the whole
                   ADD 1                        TO   WS-ACK-READ
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
       END PROGRAM FEEDRCON.
