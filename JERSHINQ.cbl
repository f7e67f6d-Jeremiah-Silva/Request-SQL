      *> and jersey number, and the report lists every assignment
      *> and release ROSTUPDT ever logged for that key, in run order
      *> - who wore the number, from when, until when. Replaces
      *> digging through months of UPDTRPT printouts. A card that
      *> carries a permanent athlete ID instead lists every event
      *> logged under that ID - one player's career across teams and
      *> numbers.
           SELECT REQUEST-CARD-FILE    ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REQUEST-CARD-STATUS.
           05  RQ-TEAM-CODE                PIC X(5).
           05  FILLER                      PIC X.
           05  RQ-JERSEY-NO                PIC X(3).
           05  FILLER                      PIC X.
           05  RQ-ATHLETE-ID               PIC X(7).
           05  FILLER                      PIC X(63).

       FD  JERSEY-HIST-FILE
           RECORDING MODE IS F.
                                INDEXED BY WS-RX.
               05 WS-RQ-TEAM-CODE              PIC X(5).
               05 WS-RQ-JERSEY-NO              PIC X(3).
               05 WS-RQ-ATHLETE-ID             PIC X(7).
               05 WS-RQ-FOUND-FLAG             PIC X.

       01 WS-INQUIRY-COUNTERS.
           05 FILLER                  PIC X(5)  VALUE 'NO   '.
           05 FILLER                  PIC X(31) VALUE 'NAME'.
           05 FILLER                  PIC X(12) VALUE 'ASSIGNED'.
           05 FILLER                  PIC X(12) VALUE 'RELEASED'.
           05 FILLER                  PIC X(14) VALUE 'ATHLETE ID'.

       01 WS-INQ-DETAIL-LINE.
           05 WS-ID-TEAM              PIC X(5).
           05 WS-ID-ASSIGNED          PIC X(10).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-ID-RELEASED          PIC X(10).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-ID-ATHLETE-ID        PIC X(7).
           05 FILLER                  PIC X(7)  VALUE SPACES.

       01 WS-INQ-MISSING-LINE.
           05 FILLER                  PIC X(22)
           05 WS-IM-JERSEY            PIC X(3).
           05 FILLER                  PIC X(46) VALUE SPACES.

       01 WS-INQ-ID-MISSING-LINE.
           05 FILLER                  PIC X(22)
               VALUE 'NO HISTORY ON FILE FOR'.
           05 FILLER                  PIC X(13) VALUE ': ATHLETE ID '.
           05 WS-IM-ATHLETE-ID        PIC X(7).
           05 FILLER                  PIC X(38) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           END-IF
           CLOSE REQUEST-CARD-FILE
           .
      *> An athlete ID on the card makes it a career request; the
      *> team and jersey columns are then not used.
       P1B-STORE-REQUEST.
           IF RQ-TEAM-CODE NOT = SPACES OR RQ-ATHLETE-ID NOT = SPACES
               ADD 1                            TO   WS-REQUEST-COUNT
               SET WS-RX TO WS-REQUEST-COUNT
               MOVE RQ-TEAM-CODE            TO  WS-RQ-TEAM-CODE(WS-RX)
               MOVE RQ-JERSEY-NO            TO  WS-RQ-JERSEY-NO(WS-RX)
               MOVE RQ-ATHLETE-ID          TO  WS-RQ-ATHLETE-ID(WS-RX)
               MOVE 'N'                     TO  WS-RQ-FOUND-FLAG(WS-RX)
           END-IF
           READ REQUEST-CARD-FILE
           END-READ
           .
       P1C-REPORT-DROPPED-CARD.
           IF RQ-TEAM-CODE NOT = SPACES OR RQ-ATHLETE-ID NOT = SPACES
               DISPLAY 'WARNING: REQUEST TABLE FULL - CARD '
                       RQ-TEAM-CODE ' ' RQ-JERSEY-NO ' '
                       RQ-ATHLETE-ID ' DROPPED'
               IF RETURN-CODE < 4
                   MOVE 4                       TO   RETURN-CODE
               END-IF
      *> entries found and neither draws a false no-match warning.
           PERFORM VARYING WS-RX FROM 1 BY 1
                   UNTIL WS-RX > WS-REQUEST-COUNT
               IF (WS-RQ-ATHLETE-ID(WS-RX) = SPACES
                   AND WS-RQ-TEAM-CODE(WS-RX) = JH-TEAM-CODE
                   AND WS-RQ-JERSEY-NO(WS-RX) = JH-JERSEY-NO)
                  OR (WS-RQ-ATHLETE-ID(WS-RX) NOT = SPACES
                      AND WS-RQ-ATHLETE-ID(WS-RX) = JH-ATHLETE-ID)
                   MOVE 'Y'                 TO  WS-RQ-FOUND-FLAG(WS-RX)
                   PERFORM P2B-WRITE-HIST-LINE
               END-IF
           MOVE JH-NAME                         TO   WS-ID-NAME
           MOVE JH-ASSIGN-DATE                  TO   WS-ID-ASSIGNED
           MOVE JH-RELEASE-DATE                 TO   WS-ID-RELEASED
           MOVE JH-ATHLETE-ID                   TO   WS-ID-ATHLETE-ID
           MOVE WS-INQ-DETAIL-LINE              TO   INQ-RECORD
           WRITE INQ-RECORD AFTER ADVANCING 1 LINE
           IF NOT INQUIRY-RPT-STATUS-OK
           STOP RUN.
       P3A-REPORT-MISSING.
           IF WS-RQ-FOUND-FLAG(WS-RX) NOT = 'Y'
               IF WS-RQ-ATHLETE-ID(WS-RX) = SPACES
                   MOVE WS-RQ-TEAM-CODE(WS-RX)  TO   WS-IM-TEAM
                   MOVE WS-RQ-JERSEY-NO(WS-RX)  TO   WS-IM-JERSEY
                   MOVE WS-INQ-MISSING-LINE     TO   INQ-RECORD
               ELSE
                   MOVE WS-RQ-ATHLETE-ID(WS-RX) TO   WS-IM-ATHLETE-ID
                   MOVE WS-INQ-ID-MISSING-LINE  TO   INQ-RECORD
               END-IF
               WRITE INQ-RECORD AFTER ADVANCING 1 LINE
               IF NOT INQUIRY-RPT-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
