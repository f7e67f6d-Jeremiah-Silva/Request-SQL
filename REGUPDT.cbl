       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGUPDT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Maintained path into the registration master: add/change/
      *> delete cards on REGTRAN are applied against REGMSTR the same
      *> way TEAMUPDT maintains the team master, with a printed
      *> maintenance report on REGRPT and the surviving records
      *> written to REGMSTN.
           SELECT REG-TRANS-FILE       ASSIGN TO "REGTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT TRANS-SORT-FILE      ASSIGN TO "SORTWK01".

           SELECT TRANS-SORTED-FILE    ASSIGN TO "RTRNSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-SORTED-STATUS.

           SELECT REG-MASTER-FILE      ASSIGN TO "REGMSTR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT MASTER-SORT-FILE     ASSIGN TO "SORTWK02".

           SELECT MASTER-SORTED-FILE   ASSIGN TO "REGSRTD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MASTER-SORTED-STATUS.

           SELECT NEW-MASTER-FILE      ASSIGN TO "REGMSTN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT MAINT-RPT-FILE       ASSIGN TO "REGRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-TRANS-FILE
           RECORDING MODE IS F.
       01  TRANS-INPUT-RECORD              PIC X(80).

       SD  TRANS-SORT-FILE.
       01  TS-SORT-RECORD.
           05  FILLER                      PIC X.
           05  TS-TEAM-CODE                PIC X(5).
           05  TS-JERSEY-NO                PIC X(3).
           05  FILLER                      PIC X(71).

       FD  TRANS-SORTED-FILE
           RECORDING MODE IS F.
           COPY RTRNRECD.

       FD  REG-MASTER-FILE
           RECORDING MODE IS F.
       01  MASTER-INPUT-RECORD             PIC X(80).

       SD  MASTER-SORT-FILE.
       01  MS-SORT-RECORD.
           05  MS-TEAM-CODE                PIC X(5).
           05  MS-JERSEY-NO                PIC X(3).
           05  FILLER                      PIC X(72).

       FD  MASTER-SORTED-FILE
           RECORDING MODE IS F.
           COPY REGRECD.

       FD  NEW-MASTER-FILE
           RECORDING MODE IS F.
       01  NEW-MASTER-RECORD               PIC X(80).

       FD  MAINT-RPT-FILE
           RECORDING MODE IS F.
       01  RUPD-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           03 WS-TRANS-STATUS                  PIC XX.
               88 TRANS-STATUS-OK               VALUE '00'.
           03 WS-TRANS-SORTED-STATUS            PIC XX.
               88 TRANS-SORTED-STATUS-OK         VALUE '00'.
           03 WS-MASTER-STATUS                  PIC XX.
               88 MASTER-STATUS-OK               VALUE '00'.
           03 WS-MASTER-SORTED-STATUS           PIC XX.
               88 MASTER-SORTED-STATUS-OK        VALUE '00'.
           03 WS-NEW-MASTER-STATUS              PIC XX.
               88 NEW-MASTER-STATUS-OK           VALUE '00'.
           03 WS-MAINT-RPT-STATUS               PIC XX.
               88 MAINT-RPT-STATUS-OK            VALUE '00'.

       01 WS-RUN-STATUS-FLAG                   PIC X         VALUE 'N'.
           88 FILE-ERROR-DETECTED               VALUE 'Y'.

       01 WS-FLAGS.
           03 WS-MASTER-EOF                    PIC X         VALUE 'N'.
               88 MASTER-EOF                    VALUE 'Y'.
           03 WS-TRANS-EOF                     PIC X         VALUE 'N'.
               88 TRANS-EOF                     VALUE 'Y'.
           03 WS-HOLD-FLAG                     PIC X         VALUE 'N'.
               88 HOLD-EXISTS                   VALUE 'Y'.
           03 WS-TRANS-DISP-FLAG               PIC X         VALUE 'N'.
               88 TRANS-APPLIED                 VALUE 'Y'.
           03 WS-DATE-CHECK-FLAG               PIC X         VALUE 'Y'.
               88 CHECK-DATE-VALID              VALUE 'Y'.

      *> Match keys carry the jersey as raw display bytes so that
      *> HIGH-VALUES can mark end-of-file and the group compares stay
      *> plain alphanumeric on both sides of the two-file match.
       01 WS-MASTER-KEY.
           03 WS-MK-TEAM-CODE                  PIC X(5).
           03 WS-MK-JERSEY-NO                  PIC X(3).

       01 WS-TRANS-KEY.
           03 WS-TK-TEAM-CODE                  PIC X(5).
           03 WS-TK-JERSEY-NO                  PIC X(3).

       01 WS-HOLD-KEY.
           03 WS-HK-TEAM-CODE                  PIC X(5).
           03 WS-HK-JERSEY-NO                  PIC X(3).

       01 WS-HOLD-REG.
           03 WS-HOLD-TEAM-CODE                PIC X(5).
           03 WS-HOLD-JERSEY-NO                PIC X(3).
           03 WS-HOLD-NAME                     PIC X(30).
           03 WS-HOLD-EXPIRY-DATE              PIC X(10).
           03 WS-HOLD-CONTRACT-END             PIC X(10).
           03 FILLER                           PIC X(22).

      *> Date under edit, staged by the caller of P2G-EDIT-DATE.
       01 WS-CHECK-DATE                        PIC X(10).

       01 WS-MAINT-COUNTERS.
           03 WS-TRANS-READ                    PIC 9(5)      VALUE ZERO.
           03 WS-TRANS-APPLIED                 PIC 9(5)      VALUE ZERO.
           03 WS-TRANS-REJECTED                PIC 9(5)      VALUE ZERO.
           03 WS-MASTER-IN                     PIC 9(5)      VALUE ZERO.
           03 WS-MASTER-OUT                    PIC 9(5)      VALUE ZERO.
           03 WS-DUP-MASTER-COUNT              PIC 9(5)      VALUE ZERO.

       01 WS-REPORT-CONTROL.
           03 WS-LINE-COUNT                    PIC 99        VALUE 22.
           03 WS-PAGE-NO                       PIC 999       VALUE ZERO.

       01 WS-DATE-FIELDS.
           03 WS-CD-RAW                        PIC X(8).
           03 WS-FORMATTED-DATE                PIC X(10).

       01 WS-UPD-PAGE-HEADER.
           05 FILLER                  PIC X(26)
               VALUE 'REGISTRATION MAINTENANCE  '.
           05 FILLER                  PIC X(7)  VALUE ' DATE: '.
           05 WS-UH-DATE              PIC X(10).
           05 FILLER                  PIC X(8)  VALUE '  PAGE: '.
           05 WS-UH-PAGE              PIC ZZ9.
           05 FILLER                  PIC X(26) VALUE SPACES.

       01 WS-UPD-COLUMN-HEADER.
           05 FILLER                  PIC X(2)  VALUE 'A '.
           05 FILLER                  PIC X(6)  VALUE 'TEAM '.
           05 FILLER                  PIC X(4)  VALUE 'NO '.
           05 FILLER                  PIC X(17) VALUE 'NAME'.
           05 FILLER                  PIC X(11) VALUE 'REG EXPIRY'.
           05 FILLER                  PIC X(11) VALUE 'CONTR END'.
           05 FILLER                  PIC X(9)  VALUE 'DISP'.
           05 FILLER                  PIC X(20) VALUE 'REASON'.

       01 WS-UPD-DETAIL-LINE.
           05 WS-UD-ACTION            PIC X.
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-UD-TEAM              PIC X(5).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-UD-JERSEY            PIC X(3).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-UD-NAME              PIC X(16).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-UD-EXPIRY            PIC X(10).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-UD-CONTRACT          PIC X(10).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-UD-DISP              PIC X(8).
           05 FILLER                  PIC X     VALUE SPACE.
           05 WS-UD-REASON            PIC X(19).

       01 WS-UPD-TOTAL-LINE.
           05 WS-UT-LABEL             PIC X(30).
           05 WS-UT-COUNT             PIC ZZZZ9.
           05 FILLER                  PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.
       P1-BEGINING.
           MOVE FUNCTION CURRENT-DATE(1:8)      TO   WS-CD-RAW
           STRING WS-CD-RAW(1:4) '-' WS-CD-RAW(5:2) '-' WS-CD-RAW(7:2)
               DELIMITED BY SIZE INTO WS-FORMATTED-DATE

           SORT TRANS-SORT-FILE
               ON ASCENDING KEY TS-TEAM-CODE TS-JERSEY-NO
               WITH DUPLICATES IN ORDER
               USING REG-TRANS-FILE GIVING TRANS-SORTED-FILE

           SORT MASTER-SORT-FILE
               ON ASCENDING KEY MS-TEAM-CODE MS-JERSEY-NO
               WITH DUPLICATES IN ORDER
               USING REG-MASTER-FILE GIVING MASTER-SORTED-FILE

           OPEN INPUT  MASTER-SORTED-FILE
           OPEN INPUT  TRANS-SORTED-FILE
           OPEN OUTPUT NEW-MASTER-FILE
           OPEN OUTPUT MAINT-RPT-FILE

           PERFORM P8A-READ-MASTER
           PERFORM P8B-READ-TRANS

           PERFORM P2-PROCESS-KEY WITH TEST BEFORE
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                 AND WS-TRANS-KEY = HIGH-VALUES

           PERFORM P3-FINALIZE
           .
      *> One iteration handles one team/jersey key: the master record
      *> (if any) is staged in the hold area, every transaction
      *> carrying that key is applied against the hold in arrival
      *> order, and whatever survives is written to the new master.
       P2-PROCESS-KEY.
           IF WS-MASTER-KEY <= WS-TRANS-KEY
               MOVE WS-MASTER-KEY               TO   WS-HOLD-KEY
           ELSE
               MOVE WS-TRANS-KEY                TO   WS-HOLD-KEY
           END-IF

           IF WS-MASTER-KEY = WS-HOLD-KEY
               MOVE REGISTRATION-RECORD         TO   WS-HOLD-REG
               SET HOLD-EXISTS TO TRUE
               PERFORM P8A-READ-MASTER
      *> A duplicate key on the incoming master passes through
      *> unchanged and is named on the report.
               PERFORM P2I-PASS-DUP-MASTER WITH TEST BEFORE
                   UNTIL WS-MASTER-KEY NOT = WS-HOLD-KEY
           ELSE
               MOVE SPACES                      TO   WS-HOLD-REG
               MOVE 'N'                         TO   WS-HOLD-FLAG
           END-IF

           PERFORM P2B-APPLY-TRANS WITH TEST BEFORE
               UNTIL WS-TRANS-KEY NOT = WS-HOLD-KEY

           IF HOLD-EXISTS
               WRITE NEW-MASTER-RECORD FROM WS-HOLD-REG
               IF NOT NEW-MASTER-STATUS-OK
                   SET FILE-ERROR-DETECTED TO TRUE
               END-IF
               ADD 1                            TO   WS-MASTER-OUT
           END-IF
           .
       P2B-APPLY-TRANS.
           MOVE 'N'                             TO   WS-TRANS-DISP-FLAG
           MOVE SPACES                          TO   WS-UD-REASON

      *> Both dates are edited up front for adds and changes; a blank
      *> date is allowed and means none on file (add) or no change.
           MOVE 'Y'                             TO   WS-DATE-CHECK-FLAG
           IF RTR-EXPIRY-DATE NOT = SPACES
               MOVE RTR-EXPIRY-DATE             TO   WS-CHECK-DATE
               PERFORM P2G-EDIT-DATE
           END-IF
           IF CHECK-DATE-VALID AND RTR-CONTRACT-END NOT = SPACES
               MOVE RTR-CONTRACT-END            TO   WS-CHECK-DATE
               PERFORM P2G-EDIT-DATE
               IF NOT CHECK-DATE-VALID
                   MOVE 'C'                     TO   WS-DATE-CHECK-FLAG
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT (RTR-ADD OR RTR-CHANGE OR RTR-DELETE)
                   MOVE 'INVALID ACTION CODE'   TO   WS-UD-REASON
               WHEN RTR-TEAM-CODE = SPACES OR RTR-JERSEY-NO = SPACES
                   MOVE 'TEAM/JERSEY MISSING'   TO   WS-UD-REASON
               WHEN RTR-ADD AND HOLD-EXISTS
                   MOVE 'KEY ALREADY ON FILE'   TO   WS-UD-REASON
               WHEN NOT RTR-ADD AND NOT HOLD-EXISTS
                   MOVE 'KEY NOT ON FILE'       TO   WS-UD-REASON
               WHEN RTR-DELETE
                   MOVE 'N'                     TO   WS-HOLD-FLAG
                   SET TRANS-APPLIED TO TRUE
               WHEN RTR-ADD AND RTR-NAME = SPACES
                   MOVE 'NAME MISSING'          TO   WS-UD-REASON
               WHEN WS-DATE-CHECK-FLAG = 'N'
                   MOVE 'BAD EXPIRY DATE'       TO   WS-UD-REASON
               WHEN WS-DATE-CHECK-FLAG = 'C'
                   MOVE 'BAD CONTRACT DATE'     TO   WS-UD-REASON
               WHEN RTR-ADD
                   PERFORM P2C-BUILD-FROM-ADD
               WHEN RTR-CHANGE
                   PERFORM P2D-APPLY-CHANGE
           END-EVALUATE

           PERFORM P2E-WRITE-TRANS-LINE
           PERFORM P8B-READ-TRANS
           .
       P2I-PASS-DUP-MASTER.
           ADD 1                                TO   WS-DUP-MASTER-COUNT
           IF WS-LINE-COUNT >= 22
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE SPACE                           TO   WS-UD-ACTION
           MOVE REG-TEAM-CODE                   TO   WS-UD-TEAM
           MOVE REG-JERSEY-NO                   TO   WS-UD-JERSEY
           MOVE REG-NAME                        TO   WS-UD-NAME
           MOVE REG-EXPIRY-DATE                 TO   WS-UD-EXPIRY
           MOVE REG-CONTRACT-END                TO   WS-UD-CONTRACT
           MOVE SPACES                          TO   WS-UD-DISP
           MOVE 'DUPLICATE KEY'                 TO   WS-UD-REASON
           MOVE WS-UPD-DETAIL-LINE              TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE
           IF NOT MAINT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT

           WRITE NEW-MASTER-RECORD FROM REGISTRATION-RECORD
           IF NOT NEW-MASTER-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-MASTER-OUT
           PERFORM P8A-READ-MASTER
           .
       P2C-BUILD-FROM-ADD.
           MOVE SPACES                          TO   WS-HOLD-REG
           MOVE RTR-TEAM-CODE                   TO   WS-HOLD-TEAM-CODE
           MOVE RTR-JERSEY-NO                   TO   WS-HOLD-JERSEY-NO
           MOVE RTR-NAME                        TO   WS-HOLD-NAME
           MOVE RTR-EXPIRY-DATE                 TO   WS-HOLD-EXPIRY-DATE
           MOVE RTR-CONTRACT-END              TO   WS-HOLD-CONTRACT-END
           SET HOLD-EXISTS TO TRUE
           SET TRANS-APPLIED TO TRUE
           .
       P2D-APPLY-CHANGE.
           IF RTR-NAME NOT = SPACES
               MOVE RTR-NAME                    TO   WS-HOLD-NAME
           END-IF
           IF RTR-EXPIRY-DATE NOT = SPACES
               MOVE RTR-EXPIRY-DATE             TO   WS-HOLD-EXPIRY-DATE
           END-IF
           IF RTR-CONTRACT-END NOT = SPACES
               MOVE RTR-CONTRACT-END          TO   WS-HOLD-CONTRACT-END
           END-IF
           SET TRANS-APPLIED TO TRUE
           .
       P2E-WRITE-TRANS-LINE.
           IF WS-LINE-COUNT >= 22
               PERFORM P7A-WRITE-PAGE-HEADER
           END-IF
           MOVE RTR-ACTION                      TO   WS-UD-ACTION
           MOVE RTR-TEAM-CODE                   TO   WS-UD-TEAM
           MOVE RTR-JERSEY-NO                   TO   WS-UD-JERSEY
           MOVE RTR-NAME                        TO   WS-UD-NAME
           MOVE RTR-EXPIRY-DATE                 TO   WS-UD-EXPIRY
           MOVE RTR-CONTRACT-END                TO   WS-UD-CONTRACT
           IF TRANS-APPLIED
               MOVE 'APPLIED'                   TO   WS-UD-DISP
               ADD 1                            TO   WS-TRANS-APPLIED
           ELSE
               MOVE 'REJECTED'                  TO   WS-UD-DISP
               ADD 1                            TO   WS-TRANS-REJECTED
           END-IF
           MOVE WS-UPD-DETAIL-LINE              TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE
           IF NOT MAINT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           ADD 1                                TO   WS-LINE-COUNT
           .
      *> Same shape and range check ROSTUPDT applies to effective
      *> dates; clears CHECK-DATE-VALID when WS-CHECK-DATE fails.
       P2G-EDIT-DATE.
           IF WS-CHECK-DATE(1:4) NUMERIC
              AND WS-CHECK-DATE(5:1) = '-'
              AND WS-CHECK-DATE(6:2) NUMERIC
              AND WS-CHECK-DATE(8:1) = '-'
              AND WS-CHECK-DATE(9:2) NUMERIC
              AND WS-CHECK-DATE(6:2) >= '01'
              AND WS-CHECK-DATE(6:2) <= '12'
              AND WS-CHECK-DATE(9:2) >= '01'
              AND WS-CHECK-DATE(9:2) <= '31'
               CONTINUE
           ELSE
               MOVE 'N'                         TO   WS-DATE-CHECK-FLAG
           END-IF
           .
       P3-FINALIZE.
           MOVE 'TRANSACTIONS READ:'            TO   WS-UT-LABEL
           MOVE WS-TRANS-READ                   TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 2 LINES
           MOVE 'TRANSACTIONS APPLIED:'         TO   WS-UT-LABEL
           MOVE WS-TRANS-APPLIED                TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE
           MOVE 'TRANSACTIONS REJECTED:'        TO   WS-UT-LABEL
           MOVE WS-TRANS-REJECTED               TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE
           MOVE 'MASTER RECORDS IN:'            TO   WS-UT-LABEL
           MOVE WS-MASTER-IN                    TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE
           MOVE 'MASTER RECORDS OUT:'           TO   WS-UT-LABEL
           MOVE WS-MASTER-OUT                   TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE
           MOVE 'DUPLICATE KEYS:'               TO   WS-UT-LABEL
           MOVE WS-DUP-MASTER-COUNT             TO   WS-UT-COUNT
           MOVE WS-UPD-TOTAL-LINE               TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE

           DISPLAY 'REG MAINT SUMMARY - READ: '  WS-TRANS-READ
                   ' APPLIED: '                  WS-TRANS-APPLIED
                   ' REJECTED: '                 WS-TRANS-REJECTED
                   ' MASTER IN: '                WS-MASTER-IN
                   ' MASTER OUT: '               WS-MASTER-OUT
                   ' DUPLICATES: '               WS-DUP-MASTER-COUNT

           CLOSE MASTER-SORTED-FILE
           CLOSE TRANS-SORTED-FILE
           CLOSE NEW-MASTER-FILE
           CLOSE MAINT-RPT-FILE

           IF FILE-ERROR-DETECTED
               MOVE 12                          TO   RETURN-CODE
           ELSE
               IF WS-TRANS-REJECTED > ZERO
                  OR WS-DUP-MASTER-COUNT > ZERO
                   MOVE 4                       TO   RETURN-CODE
               END-IF
           END-IF

           STOP RUN.
       P7A-WRITE-PAGE-HEADER.
           ADD 1                                TO   WS-PAGE-NO
           MOVE WS-FORMATTED-DATE               TO   WS-UH-DATE
           MOVE WS-PAGE-NO                      TO   WS-UH-PAGE
           MOVE WS-UPD-PAGE-HEADER              TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING PAGE
           MOVE WS-UPD-COLUMN-HEADER            TO   RUPD-RECORD
           WRITE RUPD-RECORD AFTER ADVANCING 1 LINE
           IF NOT MAINT-RPT-STATUS-OK
               SET FILE-ERROR-DETECTED TO TRUE
           END-IF
           MOVE ZERO                            TO   WS-LINE-COUNT
           .
       P8A-READ-MASTER.
           READ MASTER-SORTED-FILE
               AT END
                   SET MASTER-EOF TO TRUE
                   MOVE HIGH-VALUES             TO   WS-MASTER-KEY
               NOT AT END
                   IF NOT MASTER-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   MOVE REG-TEAM-CODE           TO   WS-MK-TEAM-CODE
                   MOVE REG-JERSEY-NO           TO   WS-MK-JERSEY-NO
                   ADD 1                        TO   WS-MASTER-IN
           END-READ
           .
       P8B-READ-TRANS.
           READ TRANS-SORTED-FILE
               AT END
                   SET TRANS-EOF TO TRUE
                   MOVE HIGH-VALUES             TO   WS-TRANS-KEY
               NOT AT END
                   IF NOT TRANS-SORTED-STATUS-OK
                       SET FILE-ERROR-DETECTED TO TRUE
                   END-IF
                   MOVE RTR-TEAM-CODE           TO   WS-TK-TEAM-CODE
                   MOVE RTR-JERSEY-NO           TO   WS-TK-JERSEY-NO
                   ADD 1                        TO   WS-TRANS-READ
           END-READ
           .
       END PROGRAM REGUPDT.
