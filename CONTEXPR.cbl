       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTEXPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Contract renewal report: every registration whose contract
      *> ends within the next 90 days, team by team in contract-end
      *> order, bucketed into the 30, 60 and 90 day windows, with a
      *> count per window for each team and for the league.
           SELECT REG-MASTER-FILE      ASSIGN TO "REGMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT REG-SORT-FILE        ASSIGN TO "SORTWK01".

           SELECT REG-SORTED-FILE      ASSIGN TO "REGCSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REG-SORTED-STATUS.

           SELECT CONTRACT-RPT-FILE    ASSIGN TO "CONTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CONTRACT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-MASTER-FILE
           RECORDING MODE IS F.
       01  REG-INPUT-RECORD                PIC X(80).

       SD  REG-SORT-FILE.
       01  RS-SORT-RECORD.
           05  RS-TEAM-CODE                PIC X(5).
           05  FILLER                      PIC X(43).
           05  RS-CONTRACT-END             PIC X(10).
           05  FILLER                      PIC X(22).

       FD  REG-SORTED-FILE
           RECORDING MODE IS F.
           COPY REGRECD.

       FD  CONTRACT-RPT-FILE
           RECORDING MODE IS F.
       01  CONTRACT-RPT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-REG-STATUS                    PIC XX.
               88 REG-STATUS-OK                 VALUE '00'.
           03 WS-REG-SORTED-STATUS             PIC XX.
               88 REG-SORTED-STATUS-OK          VALUE '00'.
           03 WS-CONTRACT-RPT-STATUS           PIC XX.
               88 CONTRACT-RPT-STATUS-OK        VALUE '00'.

       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

       01 WS-FLAGS.
           03 WS-REG-EOF                       PIC X         VALUE 'N'.
               88 REG-EOF                       VALUE 'Y'.
           03 WS-TEAM-PRINTED-FLAG             PIC X         VALUE 'N'.
               88 TEAM-HEADING-PRINTED          VALUE 'Y'.

       01 WS-CONTRACT-WORK.
           03 WS-CURRENT-TEAM                  PIC X(5)    VALUE SPACES.
           03 WS-END-DATE-X                    PIC X(8).
           03 WS-END-DATE-N  REDEFINES WS-END-DATE-X
                                               PIC 9(8).
           03 WS-TODAY-INT                     PIC 9(7)      VALUE ZERO.
           03 WS-DAYS-LEFT                     PIC S9(7)     VALUE ZERO.
           03 WS-HOLD-RPT-LINE                 PIC X(80)   VALUE SPACES.

      *> Window counts for the team in hand and for the whole league:
      *> entry 1 is 0-30 days, 2 is 31-60, 3 is 61-90.
       01 WS-WINDOW-COUNTS.
           03 WS-TEAM-WINDOW   OCCURS 3 TIMES  PIC 9(5).
           03 WS-TOTAL-WINDOW  OCCURS 3 TIMES  PIC 9(5).
       01 WS-WX                                PIC 9         VALUE ZERO.

       01 WS-CONTRACT-COUNTERS.
           03 WS-RECORDS-READ                  PIC 9(5)      VALUE ZERO.
           03 WS-CONTRACTS-LISTED              PIC 9(5)      VALUE ZERO.
           03 WS-NO-CONTRACT-DATE              PIC 9(5)      VALUE ZERO.
           03 WS-BAD-CONTRACT-DATE             PIC 9(5)      VALUE ZERO.
           03 WS-TEAMS-LISTED                  PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-CD-RAW-N  REDEFINES WS-CD-RAW PIC 9(8).
           03 WS-FORMATTED-DATE                PIC X(10).

       01 WS-CON-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'CONTRACT RENEWAL REPORT   '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-CH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-CH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-CON-COLUMN-HEADER.
           05 FILLER                  PIC X(6)  VALUE 'TEAM  '.
           05 FILLER                  PIC X(5)  VALUE 'NO   '.
           05 FILLER                  PIC X(31) VALUE 'NAME'.
           05 FILLER                  PIC X(12) VALUE 'CONTR END'.
           05 FILLER                  PIC X(5)  VALUE 'DAYS '.
           05 FILLER                  PIC X(21) VALUE 'WINDOW'.

       01 WS-CON-DETAIL-LINE.
           05 WS-CD-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CD-JERSEY            PIC X(3).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-CD-NAME              PIC X(30).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-CD-END-DATE          PIC X(10).
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-CD-DAYS              PIC ZZ9.
           05 FILLER                  PIC XX    VALUE SPACES.
           05 WS-CD-WINDOW            PIC X(12).
           05 FILLER                  PIC X(9)  VALUE SPACES.

       01 WS-CON-TEAM-LINE.
           05 FILLER                  PIC X(6)  VALUE 'TEAM: '.
           05 WS-CTL-TEAM             PIC X(5).
           05 FILLER                  PIC X(69) VALUE SPACES.

       01 WS-CON-WINDOW-LINE.
           05 WS-CW-LABEL             PIC X(20).
           05 FILLER                  PIC X(12) VALUE 'WITHIN 30: '.
           05 WS-CW-30                PIC ZZZZ9.
           05 FILLER                  PIC X(7)  VALUE '   60: '.
           05 WS-CW-60                PIC ZZZZ9.
           05 FILLER                  PIC X(7)  VALUE '   90: '.
           05 WS-CW-90                PIC ZZZZ9.
           05 FILLER                  PIC X(19) VALUE SPACES.

       01 WS-CON-TOTAL-LINE.
           05 WS-CT-LABEL             PIC X(30).
           05 WS-CT-COUNT             PIC ZZZZ9.
           05 FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CD-RAW-N)
           INITIALIZE WS-WINDOW-COUNTS

           SORT REG-SORT-FILE
               ON ASCENDING KEY RS-TEAM-CODE RS-CONTRACT-END
               WITH DUPLICATES IN ORDER
               USING REG-MASTER-FILE GIVING REG-SORTED-FILE

           OPEN INPUT  REG-SORTED-FILE
           OPEN OUTPUT CONTRACT-RPT-FILE

           PERFORM P8A-READ-REGISTRATION
           PERFORM P2-LIST-CONTRACT WITH TEST BEFORE
               UNTIL REG-EOF
           IF TEAM-HEADING-PRINTED
               PERFORM P2C-WRITE-TEAM-WINDOWS
           END-IF

           PERFORM P3-FINALIZE
           .
      *> Contracts already past their end date are not listed; a
      *> date that will not convert is listed with the team so the
      *> front office can correct it through REGUPDT.
       P2-LIST-CONTRACT.
           ADD 1                                TO   WS-RECORDS-READ
           IF REG-TEAM-CODE NOT = WS-CURRENT-TEAM
               IF TEAM-HEADING-PRINTED
                   PERFORM P2C-WRITE-TEAM-WINDOWS
               END-IF
               MOVE REG-TEAM-CODE               TO   WS-CURRENT-TEAM
               MOVE 'N'                        TO  WS-TEAM-PRINTED-FLAG
               MOVE ZERO                        TO   WS-TEAM-WINDOW(1)
               MOVE ZERO                        TO   WS-TEAM-WINDOW(2)
               MOVE ZERO                        TO   WS-TEAM-WINDOW(3)
           END-IF

           MOVE ZERO                            TO   WS-WX
           IF REG-CONTRACT-END = SPACES
               ADD 1                            TO   WS-NO-CONTRACT-DATE
           ELSE
               MOVE SPACES                      TO   WS-END-DATE-X
               STRING REG-CONTRACT-END(1:4) REG-CONTRACT-END(6:2)
                      REG-CONTRACT-END(9:2)
                   DELIMITED BY SIZE INTO WS-END-DATE-X
               IF WS-END-DATE-X NUMERIC
                  AND FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE-N) = ZERO
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-END-DATE-N)
                       - WS-TODAY-INT
                   EVALUATE TRUE
                       WHEN WS-DAYS-LEFT < ZERO
                           CONTINUE
                       WHEN WS-DAYS-LEFT <= 30
                           MOVE 1                TO   WS-WX
                           MOVE 'WITHIN 30'      TO   WS-CD-WINDOW
                       WHEN WS-DAYS-LEFT <= 60
                           MOVE 2                TO   WS-WX
                           MOVE 'WITHIN 60'      TO   WS-CD-WINDOW
                       WHEN WS-DAYS-LEFT <= 90
                           MOVE 3                TO   WS-WX
                           MOVE 'WITHIN 90'      TO   WS-CD-WINDOW
                   END-EVALUATE
               ELSE
                   ADD 1                        TO  WS-BAD-CONTRACT-DATE
                   MOVE ZERO                    TO   WS-DAYS-LEFT
                   MOVE 'BAD END DATE'          TO   WS-CD-WINDOW
                   PERFORM P2A-WRITE-CONTRACT-LINE
               END-IF
           END-IF

           IF WS-WX > ZERO
               ADD 1                          TO   WS-TEAM-WINDOW(WS-WX)
               ADD 1                         TO   WS-TOTAL-WINDOW(WS-WX)
               ADD 1                            TO   WS-CONTRACTS-LISTED
               PERFORM P2A-WRITE-CONTRACT-LINE
           END-IF

           PERFORM P8A-READ-REGISTRATION
           .
       P2A-WRITE-CONTRACT-LINE.
           IF NOT TEAM-HEADING-PRINTED
               PERFORM P2B-WRITE-TEAM-HEADING
           END-IF
           MOVE REG-TEAM-CODE                   TO   WS-CD-TEAM
           MOVE REG-JERSEY-NO                   TO   WS-CD-JERSEY
           MOVE REG-NAME                        TO   WS-CD-NAME
           MOVE REG-CONTRACT-END                TO   WS-CD-END-DATE
           MOVE WS-DAYS-LEFT                    TO   WS-CD-DAYS
           MOVE WS-CON-DETAIL-LINE              TO   CONTRACT-RPT-RECORD
           PERFORM P7C-WRITE-REPORT-LINE
           .
      *> A team is only headed once it has something to list, so a
      *> club with no renewals coming up takes no space on the report.
       P2B-WRITE-TEAM-HEADING.
           SET TEAM-HEADING-PRINTED TO TRUE
           ADD 1                                TO   WS-TEAMS-LISTED
           IF WS-LINE-COUNT >= 20
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE REG-TEAM-CODE                   TO   WS-CTL-TEAM
           MOVE WS-CON-TEAM-LINE                TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 2 LINES
           IF NOT CONTRACT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 2                                TO   WS-LINE-COUNT
           .
       P2C-WRITE-TEAM-WINDOWS.
           MOVE '  TEAM WINDOWS'                TO   WS-CW-LABEL
           MOVE WS-TEAM-WINDOW(1)               TO   WS-CW-30
           MOVE WS-TEAM-WINDOW(2)               TO   WS-CW-60
           MOVE WS-TEAM-WINDOW(3)               TO   WS-CW-90
           MOVE WS-CON-WINDOW-LINE              TO   CONTRACT-RPT-RECORD
           PERFORM P7C-WRITE-REPORT-LINE
           .
       P3-FINALIZE.
           IF WS-CONTRACTS-LISTED = ZERO AND WS-BAD-CONTRACT-DATE = ZERO
               MOVE '  NO CONTRACTS END WITHIN 90 DAYS'
                                                TO   CONTRACT-RPT-RECORD
               PERFORM P7C-WRITE-REPORT-LINE
           END-IF

           MOVE 'LEAGUE WINDOWS'                TO   WS-CW-LABEL
           MOVE WS-TOTAL-WINDOW(1)              TO   WS-CW-30
           MOVE WS-TOTAL-WINDOW(2)              TO   WS-CW-60
           MOVE WS-TOTAL-WINDOW(3)              TO   WS-CW-90
           MOVE WS-CON-WINDOW-LINE              TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 2 LINES

           MOVE 'REGISTRATIONS READ:'           TO   WS-CT-LABEL
           MOVE WS-RECORDS-READ                 TO   WS-CT-COUNT
           MOVE WS-CON-TOTAL-LINE               TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 'CONTRACTS LISTED:'             TO   WS-CT-LABEL
           MOVE WS-CONTRACTS-LISTED             TO   WS-CT-COUNT
           MOVE WS-CON-TOTAL-LINE               TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'TEAMS LISTED:'                 TO   WS-CT-LABEL
           MOVE WS-TEAMS-LISTED                 TO   WS-CT-COUNT
           MOVE WS-CON-TOTAL-LINE               TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'NO CONTRACT END ON FILE:'      TO   WS-CT-LABEL
           MOVE WS-NO-CONTRACT-DATE             TO   WS-CT-COUNT
           MOVE WS-CON-TOTAL-LINE               TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'BAD CONTRACT END DATES:'       TO   WS-CT-LABEL
           MOVE WS-BAD-CONTRACT-DATE            TO   WS-CT-COUNT
           MOVE WS-CON-TOTAL-LINE               TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT CONTRACT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF

           DISPLAY 'CONTRACT SUMMARY - READ: '  WS-RECORDS-READ
                   ' LISTED: '                  WS-CONTRACTS-LISTED
                   ' TEAMS: '                   WS-TEAMS-LISTED
                   ' BAD DATES: '               WS-BAD-CONTRACT-DATE

           CLOSE REG-SORTED-FILE
           CLOSE CONTRACT-RPT-FILE

           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-BAD-CONTRACT-DATE > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-CH-DATE
           MOVE WS-PAGE-NO                      TO   WS-CH-PAGE
           MOVE WS-CON-PAGE-HEADER              TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-CON-COLUMN-HEADER            TO   CONTRACT-RPT-RECORD
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT CONTRACT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           .
      *> The caller leaves the line in CONTRACT-RPT-RECORD; it is
      *> held aside while a page break writes the headings.
       P7C-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= 22
               MOVE CONTRACT-RPT-RECORD         TO   WS-HOLD-RPT-LINE
               PERFORM P7A-WRITE-PAGE-HEADER
               MOVE WS-HOLD-RPT-LINE            TO   CONTRACT-RPT-RECORD
           END-IF
           WRITE CONTRACT-RPT-RECORD AFTER ADVANCING 1 LINE
           IF NOT CONTRACT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
       P8A-READ-REGISTRATION.
           READ REG-SORTED-FILE
               AT END SET REG-EOF TO TRUE
               NOT AT END
                   IF NOT REG-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
           END-READ
           .
       END PROGRAM CONTEXPR.
