      *          and continues from the failure instead of rerunning
      *          all sixty ranges and doubling up FBREPORT.RPT - the
      *          same restart treatment the nightly aging job got.
      *          Before numbering, the live FBRULES.DAT is adopted
      *          as the next numbered version on data/FBRULVER.DAT
      *          whenever it differs from the newest version kept
      *          there; every lot is numbered under, and registered
      *          with, the version current when it ran. A lot the
      *          allocator (FbAlloc) reserved on the registry is
      *          numbered into its own reserved window and its
      *          registry line confirmed in place. Every numbered
      *          lot is also written to the label print stream
      *          (data/FBLABEL.DAT) the labeling line prints from: a
      *          lot header, one label per serial with its text, the
      *          rules version and a check digit, and a trailer the
      *          label station balances against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOT-REGISTRY-FILE ASSIGN TO "data/FBREGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT REGISTRY-SCRATCH-FILE ASSIGN TO "data/FBREGIST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULES-CONTROL-FILE ASSIGN TO "data/FBRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT LABEL-STREAM-FILE ASSIGN TO "data/FBLABEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
           SELECT RULE-VERSION-FILE ASSIGN TO "data/FBRULVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * serials have been issued, so a re-keyed control file could
      * number the same range twice under two lot ids - the batch
      * refuses any new lot whose window overlaps a registered one.
      * FBR-RULES-VERSION is the rules version the lot was numbered
      * under; lots registered before rules were versioned carry
      * spaces there. FBR-LOT-STATUS R marks a window the allocator
      * has reserved for a production order but nothing has numbered
      * yet (FBR-RUN-DATE is then the allocation date); FBR-BLOCK-
      * CODE names the reserved product block it was taken from;
      * FBR-REPLACES-LOT-ID links a reissued lot to the voided lot
      * it replaces (FbVoid).
       FD  LOT-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOT-REGISTRY-RECORD.
           05 FBR-START-SERIAL PIC 9(007).
           05 FBR-END-SERIAL PIC 9(007).
           05 FBR-RUN-DATE PIC X(008).
           05 FBR-RULES-VERSION PIC 9(003).
           05 FBR-LOT-STATUS PIC X(001).
               88 FBR-LOT-RESERVED VALUE "R".
           05 FBR-BLOCK-CODE PIC X(006).
           05 FBR-REPLACES-LOT-ID PIC X(010).

      * The registry copied through when a reserved lot is confirmed.
       FD  REGISTRY-SCRATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTRY-SCRATCH-RECORD PIC X(052).

      * The live rules file, read whole as lines for adoption.
       FD  RULES-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULES-CONTROL-RECORD PIC X(016).

      * Rules version store: version number, adoption date and one
      * rule line per record, versions in ascending order.
       FD  RULE-VERSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-VERSION-RECORD.
           05 FBV-VERSION PIC 9(003).
           05 FBV-ADOPTED-DATE PIC X(008).
           05 FBV-RULE-LINE PIC X(016).

      * Label print stream: fixed 80-byte records, a header (H), one
      * label (D) per serial in window order and a trailer (T) per
      * lot. The check digit is the mod-10 digit over the seven
      * serial digits, weighted 3 and 1 alternately from the right.
      * The trailer's label count and serial total are what the
      * label station balances the lot's labels against.
       FD  LABEL-STREAM-FILE
           LABEL RECORDS ARE STANDARD.
       01  LABEL-STREAM-RECORD.
           05 FBL-RECORD-TYPE PIC X(001).
               88 FBL-LOT-HEADER VALUE "H".
               88 FBL-LABEL-DETAIL VALUE "D".
               88 FBL-LOT-TRAILER VALUE "T".
           05 FBL-LOT-ID PIC X(010).
           05 FBL-BODY PIC X(069).
           05 FBL-DETAIL-BODY REDEFINES FBL-BODY.
               10 FBL-SERIAL PIC 9(007).
               10 FBL-CHECK-DIGIT PIC 9(001).
               10 FBL-RULES-VERSION PIC 9(003).
               10 FBL-TEXT PIC X(040).
               10 FILLER PIC X(018).
           05 FBL-HEADER-BODY REDEFINES FBL-BODY.
               10 FBL-HDR-RULES-VERSION PIC 9(003).
               10 FBL-HDR-START-SERIAL PIC 9(007).
               10 FBL-HDR-END-SERIAL PIC 9(007).
               10 FBL-HDR-LABEL-COUNT PIC 9(007).
               10 FBL-HDR-RUN-DATE PIC X(008).
               10 FILLER PIC X(037).
           05 FBL-TRAILER-BODY REDEFINES FBL-BODY.
               10 FBL-TRL-LABEL-COUNT PIC 9(007).
               10 FBL-TRL-SERIAL-TOTAL PIC 9(015).
               10 FILLER PIC X(047).

       WORKING-STORAGE SECTION.
       01 NUMBER-CONVERSION. COPY NUMBER-CONVERSION.
               10 WS-REG-LOT-ID PIC X(010).
               10 WS-REG-START PIC 9(007).
               10 WS-REG-END PIC 9(007).
               10 WS-REG-STATUS PIC X(001).
                   88 WS-REG-RESERVED VALUE "R".
       01 WS-REGISTRY-IDX PIC 9(004).
       01 WS-OWN-RESERVATION-FLAG PIC X(001).
           88 LOT-HAS-RESERVATION VALUE "Y".
       01 WS-OVERLAP-FLAG PIC X(001).
           88 WINDOW-OVERLAPS VALUE "Y".
       01 WS-CURRENT-DATE-TIME PIC X(021).

      * Rules adoption: the live file's rule lines against the
      * newest stored version's, blank lines left out of both.
       01 WS-RULES-STATUS PIC X(002).
       01 WS-VERSION-STATUS PIC X(002).
       01 WS-RULES-EOF PIC X(001) VALUE "N".
           88 END-OF-RULES VALUE "Y".
       01 WS-MAX-RULE-LINES PIC 9(003) VALUE 99.
       01 WS-LIVE-LINE-COUNT PIC 9(003) VALUE 0.
       01 WS-LIVE-RULE-TABLE.
           05 WS-LIVE-RULE-LINE PIC X(016) OCCURS 99 TIMES.
       01 WS-KEPT-LINE-COUNT PIC 9(003) VALUE 0.
       01 WS-KEPT-RULE-TABLE.
           05 WS-KEPT-RULE-LINE PIC X(016) OCCURS 99 TIMES.
       01 WS-RULE-LINE-IDX PIC 9(003).
       01 WS-NEWEST-VERSION PIC 9(003) VALUE 0.
       01 WS-NEWEST-ADOPTED-DATE PIC X(008) VALUE SPACES.
       01 WS-CURRENT-RULES-VERSION PIC 9(003) VALUE 0.
       01 WS-RULES-DIFFER-FLAG PIC X(001).
           88 RULES-DIFFER VALUE "Y".

      * Label stream: opened fresh by the first lot of a new batch and
      * extended after that, and by a resumed batch from the start.
       01 WS-LABEL-STATUS PIC X(002).
       01 WS-LABEL-OPENED PIC X(001) VALUE "N".
           88 LABEL-STREAM-STARTED VALUE "Y".
       01 WS-LABEL-IDX PIC 9(004).
       01 WS-LABEL-SERIAL-TOTAL PIC 9(015).
       01 WS-CHECK-SERIAL PIC 9(007).
       01 WS-CHECK-SERIAL-DIGITS REDEFINES WS-CHECK-SERIAL.
           05 WS-CHECK-SERIAL-DIGIT PIC 9(001) OCCURS 7 TIMES.
       01 WS-CHECK-IDX PIC 9(001).
       01 WS-CHECK-SUM PIC 9(003).
       01 WS-CHECK-QUOTIENT PIC 9(003).
       01 WS-CHECK-REMAINDER PIC 9(001).
       01 WS-CHECK-DIGIT PIC 9(001).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM PEEK-FIRST-LOT-ID
           PERFORM LOAD-BATCH-CHECKPOINT
           PERFORM LOAD-LOT-REGISTRY
           PERFORM ADOPT-LIVE-RULES
           IF WS-CURRENT-RULES-VERSION = 0
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-RULES-VERSION TO RULES-VERSION
           IF WS-COMPLETED-RANGES > 0
               MOVE "E" TO REPORT-MODE
               DISPLAY "FIZZBUZZBATCH RESUMING - SKIPPING "
                               IF BATCH-HAS-FAILED
                                   SET END-OF-BATCH TO TRUE
                               ELSE
                                   PERFORM WRITE-LOT-LABELS
                                   PERFORM REGISTER-COMPLETED-LOT
                                   PERFORM SAVE-BATCH-CHECKPOINT
                               END-IF
                                   WS-REG-START(WS-REGISTRY-COUNT)
                               MOVE FBR-END-SERIAL TO
                                   WS-REG-END(WS-REGISTRY-COUNT)
                               MOVE FBR-LOT-STATUS TO
                                   WS-REG-STATUS(WS-REGISTRY-COUNT)
                           END-IF
                     END-READ
                 END-PERFORM

      * A new window overlapping any registered range would issue
      * the same serials twice under two lot ids - the batch stops
      * for the fix, the same treatment an invalid range gets. The
      * lot's own reservation - same lot id, same window, not yet
      * numbered - is the one registered range it may sit on.
           CHECK-WINDOW-OVERLAP SECTION.
             MOVE "N" TO WS-OVERLAP-FLAG
             MOVE "N" TO WS-OWN-RESERVATION-FLAG
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                         OR WINDOW-OVERLAPS
                 IF WS-REG-RESERVED(WS-REGISTRY-IDX)
                     AND WS-REG-LOT-ID(WS-REGISTRY-IDX)
                         = BATCH-LOT-ID
                     AND WS-REG-START(WS-REGISTRY-IDX)
                         = BATCH-START-SERIAL
                     AND WS-REG-END(WS-REGISTRY-IDX)
                         = BATCH-END-SERIAL
                     SET LOT-HAS-RESERVATION TO TRUE
                 ELSE
                     IF BATCH-START-SERIAL
                             NOT > WS-REG-END(WS-REGISTRY-IDX)
                         AND BATCH-END-SERIAL
                             NOT < WS-REG-START(WS-REGISTRY-IDX)
                         SET WINDOW-OVERLAPS TO TRUE
                     END-IF
                 END-IF
             END-PERFORM
             IF WINDOW-OVERLAPS
           EXIT.

           REGISTER-COMPLETED-LOT SECTION.
             IF LOT-HAS-RESERVATION
                 PERFORM CONFIRM-RESERVED-LOT
                 EXIT SECTION
             END-IF
             OPEN EXTEND LOT-REGISTRY-FILE
             MOVE BATCH-LOT-ID TO FBR-LOT-ID
             MOVE BATCH-START-SERIAL TO FBR-START-SERIAL
             MOVE BATCH-END-SERIAL TO FBR-END-SERIAL
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE WS-CURRENT-DATE-TIME(1:8) TO FBR-RUN-DATE
             MOVE WS-CURRENT-RULES-VERSION TO FBR-RULES-VERSION
             MOVE SPACE TO FBR-LOT-STATUS
             MOVE SPACES TO FBR-BLOCK-CODE
             MOVE SPACES TO FBR-REPLACES-LOT-ID
             WRITE LOT-REGISTRY-RECORD
             CLOSE LOT-REGISTRY-FILE
             IF WS-REGISTRY-COUNT < WS-MAX-REGISTRY-CAPACITY
                     TO WS-REG-START(WS-REGISTRY-COUNT)
                 MOVE BATCH-END-SERIAL
                     TO WS-REG-END(WS-REGISTRY-COUNT)
                 MOVE SPACE TO WS-REG-STATUS(WS-REGISTRY-COUNT)
             END-IF
           EXIT.

      * The reservation line becomes the numbered lot's line where it
      * stands: run date, rules version and the reserved mark
      * cleared, the block code kept. The registry is copied through
      * the scratch file and back, the way Retention rewrites its
      * ledgers.
           CONFIRM-RESERVED-LOT SECTION.
             OPEN INPUT LOT-REGISTRY-FILE
             OPEN OUTPUT REGISTRY-SCRATCH-FILE
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             MOVE "N" TO WS-REGISTRY-EOF
             PERFORM UNTIL END-OF-REGISTRY
                 READ LOT-REGISTRY-FILE
                     AT END SET END-OF-REGISTRY TO TRUE
                     NOT AT END
                       IF FBR-LOT-RESERVED
                           AND FBR-LOT-ID = BATCH-LOT-ID
                           AND FBR-START-SERIAL = BATCH-START-SERIAL
                           AND FBR-END-SERIAL = BATCH-END-SERIAL
                           MOVE WS-CURRENT-DATE-TIME(1:8)
                               TO FBR-RUN-DATE
                           MOVE WS-CURRENT-RULES-VERSION
                               TO FBR-RULES-VERSION
                           MOVE SPACE TO FBR-LOT-STATUS
                       END-IF
                       MOVE LOT-REGISTRY-RECORD
                           TO REGISTRY-SCRATCH-RECORD
                       WRITE REGISTRY-SCRATCH-RECORD
                 END-READ
             END-PERFORM
             CLOSE LOT-REGISTRY-FILE
             CLOSE REGISTRY-SCRATCH-FILE
             OPEN INPUT REGISTRY-SCRATCH-FILE
             OPEN OUTPUT LOT-REGISTRY-FILE
             MOVE "N" TO WS-REGISTRY-EOF
             PERFORM UNTIL END-OF-REGISTRY
                 READ REGISTRY-SCRATCH-FILE
                     AT END SET END-OF-REGISTRY TO TRUE
                     NOT AT END
                         MOVE REGISTRY-SCRATCH-RECORD
                             TO LOT-REGISTRY-RECORD
                         WRITE LOT-REGISTRY-RECORD
                 END-READ
             END-PERFORM
             CLOSE REGISTRY-SCRATCH-FILE
             CLOSE LOT-REGISTRY-FILE
             PERFORM VARYING WS-REGISTRY-IDX FROM 1 BY 1
                 UNTIL WS-REGISTRY-IDX > WS-REGISTRY-COUNT
                 IF WS-REG-RESERVED(WS-REGISTRY-IDX)
                     AND WS-REG-LOT-ID(WS-REGISTRY-IDX)
                         = BATCH-LOT-ID
                     MOVE SPACE TO WS-REG-STATUS(WS-REGISTRY-IDX)
                 END-IF
             END-PERFORM
           EXIT.

      * The live FBRULES.DAT becomes the next numbered version when
      * its rule lines differ from the newest stored version's (or
      * nothing is stored yet); otherwise tonight's lots number under
      * that newest version. A rules file too long to hold leaves no
      * current version and the batch stops before numbering.
           ADOPT-LIVE-RULES SECTION.
             MOVE 0 TO WS-CURRENT-RULES-VERSION
             PERFORM LOAD-LIVE-RULE-LINES
             IF WS-LIVE-LINE-COUNT > WS-MAX-RULE-LINES
                 DISPLAY "FIZZBUZZBATCH HALTED - data/FBRULES.DAT"
                     " HOLDS MORE THAN " WS-MAX-RULE-LINES
                     " RULE LINES, NOTHING NUMBERED"
                 EXIT SECTION
             END-IF
             PERFORM LOAD-NEWEST-RULE-VERSION
             MOVE "N" TO WS-RULES-DIFFER-FLAG
             IF WS-NEWEST-VERSION = 0
                 OR WS-LIVE-LINE-COUNT NOT = WS-KEPT-LINE-COUNT
                 SET RULES-DIFFER TO TRUE
             ELSE
                 PERFORM VARYING WS-RULE-LINE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-LINE-IDX > WS-LIVE-LINE-COUNT
                     IF WS-LIVE-RULE-LINE(WS-RULE-LINE-IDX)
                         NOT = WS-KEPT-RULE-LINE(WS-RULE-LINE-IDX)
                         SET RULES-DIFFER TO TRUE
                     END-IF
                 END-PERFORM
             END-IF
             IF RULES-DIFFER
                 PERFORM STORE-NEW-RULE-VERSION
             ELSE
                 MOVE WS-NEWEST-VERSION
                     TO WS-CURRENT-RULES-VERSION
                 DISPLAY "FIZZBUZZBATCH NUMBERING UNDER RULES VERSION "
                     WS-CURRENT-RULES-VERSION " ADOPTED "
                     WS-NEWEST-ADOPTED-DATE
             END-IF
           EXIT.

           LOAD-LIVE-RULE-LINES SECTION.
             MOVE 0 TO WS-LIVE-LINE-COUNT
             OPEN INPUT RULES-CONTROL-FILE
             IF WS-RULES-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-RULES-EOF
             PERFORM UNTIL END-OF-RULES
                 READ RULES-CONTROL-FILE
                     AT END SET END-OF-RULES TO TRUE
                     NOT AT END
                       IF RULES-CONTROL-RECORD NOT = SPACES
                           ADD 1 TO WS-LIVE-LINE-COUNT
                           IF WS-LIVE-LINE-COUNT
                               NOT > WS-MAX-RULE-LINES
                               MOVE RULES-CONTROL-RECORD
                                   TO WS-LIVE-RULE-LINE
                                       (WS-LIVE-LINE-COUNT)
                           ELSE
                               SET END-OF-RULES TO TRUE
                           END-IF
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE RULES-CONTROL-FILE
           EXIT.

      * Versions are stored in ascending order, so a higher version
      * number starts the newest set over.
           LOAD-NEWEST-RULE-VERSION SECTION.
             MOVE 0 TO WS-NEWEST-VERSION
             MOVE 0 TO WS-KEPT-LINE-COUNT
             OPEN INPUT RULE-VERSION-FILE
             IF WS-VERSION-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-RULES-EOF
             PERFORM UNTIL END-OF-RULES
                 READ RULE-VERSION-FILE
                     AT END SET END-OF-RULES TO TRUE
                     NOT AT END
                       IF FBV-VERSION IS NUMERIC
                           AND FBV-VERSION > WS-NEWEST-VERSION
                           MOVE FBV-VERSION TO WS-NEWEST-VERSION
                           MOVE FBV-ADOPTED-DATE
                               TO WS-NEWEST-ADOPTED-DATE
                           MOVE 0 TO WS-KEPT-LINE-COUNT
                       END-IF
                       IF FBV-VERSION = WS-NEWEST-VERSION
                           AND FBV-RULE-LINE NOT = SPACES
                           AND WS-KEPT-LINE-COUNT
                               < WS-MAX-RULE-LINES
                           ADD 1 TO WS-KEPT-LINE-COUNT
                           MOVE FBV-RULE-LINE
                               TO WS-KEPT-RULE-LINE
                                   (WS-KEPT-LINE-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE RULE-VERSION-FILE
           EXIT.

      * An empty rules file is still a version: it is kept as one
      * blank line so the version number and date are on file.
           STORE-NEW-RULE-VERSION SECTION.
             COMPUTE WS-CURRENT-RULES-VERSION
                 = WS-NEWEST-VERSION + 1
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             OPEN EXTEND RULE-VERSION-FILE
             IF WS-VERSION-STATUS NOT = "00"
                 OPEN OUTPUT RULE-VERSION-FILE
             END-IF
             MOVE WS-CURRENT-RULES-VERSION TO FBV-VERSION
             MOVE WS-CURRENT-DATE-TIME(1:8) TO FBV-ADOPTED-DATE
             IF WS-LIVE-LINE-COUNT = 0
                 MOVE SPACES TO FBV-RULE-LINE
                 WRITE RULE-VERSION-RECORD
             END-IF
             PERFORM VARYING WS-RULE-LINE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-LINE-IDX > WS-LIVE-LINE-COUNT
                 MOVE WS-LIVE-RULE-LINE(WS-RULE-LINE-IDX)
                     TO FBV-RULE-LINE
                 WRITE RULE-VERSION-RECORD
             END-PERFORM
             CLOSE RULE-VERSION-FILE
             DISPLAY "FIZZBUZZBATCH ADOPTED data/FBRULES.DAT AS RULES"
                 " VERSION " WS-CURRENT-RULES-VERSION " ON "
                 WS-CURRENT-DATE-TIME(1:8)
           EXIT.

           PEEK-FIRST-LOT-ID SECTION.
             MOVE SPACES TO WS-FIRST-LOT-ID
             OPEN INPUT BATCH-CONTROL-FILE
             END-IF
           EXIT.

      * The labels carry exactly the text the report was printed with,
      * so FbVerify can hold the two against each other.
           WRITE-LOT-LABELS SECTION.
             IF LABEL-STREAM-STARTED OR WS-COMPLETED-RANGES > 0
                 OPEN EXTEND LABEL-STREAM-FILE
                 IF WS-LABEL-STATUS NOT = "00"
                     OPEN OUTPUT LABEL-STREAM-FILE
                 END-IF
             ELSE
                 OPEN OUTPUT LABEL-STREAM-FILE
             END-IF
             SET LABEL-STREAM-STARTED TO TRUE
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

             MOVE SPACES TO LABEL-STREAM-RECORD
             SET FBL-LOT-HEADER TO TRUE
             MOVE LOT-ID TO FBL-LOT-ID
             MOVE RULES-VERSION TO FBL-HDR-RULES-VERSION
             MOVE START-NUMBER TO FBL-HDR-START-SERIAL
             MOVE MAX-NUMBER TO FBL-HDR-END-SERIAL
             MOVE WS-WINDOW-SIZE TO FBL-HDR-LABEL-COUNT
             MOVE WS-CURRENT-DATE-TIME(1:8) TO FBL-HDR-RUN-DATE
             WRITE LABEL-STREAM-RECORD

             MOVE 0 TO WS-LABEL-SERIAL-TOTAL
             PERFORM VARYING WS-LABEL-IDX FROM 1 BY 1
                 UNTIL WS-LABEL-IDX > WS-WINDOW-SIZE
                 MOVE SPACES TO LABEL-STREAM-RECORD
                 SET FBL-LABEL-DETAIL TO TRUE
                 MOVE LOT-ID TO FBL-LOT-ID
                 COMPUTE FBL-SERIAL = START-NUMBER + WS-LABEL-IDX - 1
                 MOVE FBL-SERIAL TO WS-CHECK-SERIAL
                 PERFORM COMPUTE-CHECK-DIGIT
                 MOVE WS-CHECK-DIGIT TO FBL-CHECK-DIGIT
                 MOVE RULES-VERSION TO FBL-RULES-VERSION
                 MOVE FUNCTION TRIM(CONVERTED(WS-LABEL-IDX))
                     TO FBL-TEXT
                 ADD FBL-SERIAL TO WS-LABEL-SERIAL-TOTAL
                 WRITE LABEL-STREAM-RECORD
             END-PERFORM

             MOVE SPACES TO LABEL-STREAM-RECORD
             SET FBL-LOT-TRAILER TO TRUE
             MOVE LOT-ID TO FBL-LOT-ID
             MOVE WS-WINDOW-SIZE TO FBL-TRL-LABEL-COUNT
             MOVE WS-LABEL-SERIAL-TOTAL TO FBL-TRL-SERIAL-TOTAL
             WRITE LABEL-STREAM-RECORD
             CLOSE LABEL-STREAM-FILE
           EXIT.

      * Mod-10 over the seven digits: 3 and 1 alternately from the
      * right, the check digit bringing the sum up to a multiple of
      * ten.
           COMPUTE-CHECK-DIGIT SECTION.
             MOVE 0 TO WS-CHECK-SUM
             PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                 UNTIL WS-CHECK-IDX > 7
                 DIVIDE WS-CHECK-IDX BY 2
                     GIVING WS-CHECK-QUOTIENT
                     REMAINDER WS-CHECK-REMAINDER
                 IF WS-CHECK-REMAINDER = 1
                     COMPUTE WS-CHECK-SUM = WS-CHECK-SUM
                         + 3 * WS-CHECK-SERIAL-DIGIT(WS-CHECK-IDX)
                 ELSE
                     ADD WS-CHECK-SERIAL-DIGIT(WS-CHECK-IDX)
                         TO WS-CHECK-SUM
                 END-IF
             END-PERFORM
             DIVIDE WS-CHECK-SUM BY 10
                 GIVING WS-CHECK-QUOTIENT
                 REMAINDER WS-CHECK-REMAINDER
             IF WS-CHECK-REMAINDER = 0
                 MOVE 0 TO WS-CHECK-DIGIT
             ELSE
                 COMPUTE WS-CHECK-DIGIT = 10 - WS-CHECK-REMAINDER
             END-IF
           EXIT.

       END PROGRAM FIZZBUZZBATCH.
