      *          report. Production treats FBREPORT.RPT as the lot's
      *          certificate, so this verifier re-reads the lot
      *          section (lot id in data/FBVERLOT.DAT), independently
      *          recomputes every serial's expected text under the
      *          rules version the lot was registered with (taken
      *          from the version store data/FBRULVER.DAT; a lot
      *          registered before rules were versioned is judged
      *          against the live FBRULES.DAT) - contains-type and
      *          priority rules included - checks that the report's
      *          pages name that same version, checks the detail
      *          line count against the
      *          lot's registered window (data/FBREGIST.DAT) and the
      *          statistics block against its own tallies, and stamps
      *          a pass/fail certification line on data/FBCERT.RPT.
      *          A lot voided whole on the scrap ledger
      *          (data/FBSCRAP.DAT) is refused; a lot with part of its
      *          window voided is judged as usual and the certificate
      *          states how many of its serials are void.
      *          The lot's labels on the label print stream
      *          (data/FBLABEL.DAT) are held against the report line
      *          for line - same serials, same text, correct check
      *          digits, header and trailer balancing - so the labels
      *          and the certificate cannot disagree.
      *          A bad FBRULES.DAT edit fails the batch before the
      *          report leaves the building.
      * Tectonics: cobc
               FILE STATUS IS WS-LOT-STATUS.
           SELECT RULES-CONTROL-FILE ASSIGN TO "data/FBRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULE-VERSION-FILE ASSIGN TO "data/FBRULVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERSION-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/FBREPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT LOT-REGISTRY-FILE ASSIGN TO "data/FBREGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SCRAP-LEDGER-FILE ASSIGN TO "data/FBSCRAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.
           SELECT LABEL-STREAM-FILE ASSIGN TO "data/FBLABEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.
           SELECT CERT-FILE ASSIGN TO "data/FBCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.


       FD  RULES-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULES-CONTROL-RECORD PIC X(016).

       FD  RULE-VERSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULE-VERSION-RECORD.
           05 FBV-VERSION PIC 9(003).
           05 FBV-ADOPTED-DATE PIC X(008).
           05 FBV-RULE-LINE PIC X(016).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           05 FBR-START-SERIAL PIC 9(007).
           05 FBR-END-SERIAL PIC 9(007).
           05 FBR-RUN-DATE PIC X(008).
           05 FBR-RULES-VERSION PIC 9(003).
           05 FBR-LOT-STATUS PIC X(001).
               88 FBR-LOT-RESERVED VALUE "R".
           05 FBR-BLOCK-CODE PIC X(006).
           05 FBR-REPLACES-LOT-ID PIC X(010).

       FD  SCRAP-LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       01  SCRAP-LEDGER-RECORD.
           05 FBS-LOT-ID PIC X(010).
           05 FBS-FROM-SERIAL PIC 9(007).
           05 FBS-TO-SERIAL PIC 9(007).
           05 FBS-REASON PIC X(004).
           05 FBS-OPERATOR PIC X(008).
           05 FBS-VOID-DATE PIC X(008).
           05 FBS-REISSUE-LOT-ID PIC X(010).

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

       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-LOT-STATUS PIC X(002).
           88 LOT-IS-REGISTERED VALUE "Y".
       01 WS-LOT-START PIC 9(007).
       01 WS-LOT-END PIC 9(007).
       01 WS-LOT-REGISTRY-STATUS PIC X(001) VALUE SPACE.
           88 LOT-ONLY-RESERVED VALUE "R".
       01 WS-WINDOW-SIZE PIC 9(007).

      * Serials of the lot scrapped on the void ledger.
       01 WS-SCRAP-STATUS PIC X(002).
       01 WS-VOIDED-SERIALS PIC 9(007) VALUE 0.
       01 WS-VOIDED-ED PIC Z(6)9.

      * The text each serial of the window was printed with, for the
      * label cross-check, and whether a label has been seen for it.
       01 WS-PRINTED-TABLE.
           05 WS-PRINTED-ENTRY OCCURS 9999 TIMES.
               10 WS-PRINTED-TEXT PIC X(040).
               10 WS-LABEL-SEEN PIC X(001).
                   88 LABEL-ALREADY-SEEN VALUE "Y".
       01 WS-WINDOW-OFFSET PIC 9(007).
       01 WS-LABEL-STATUS PIC X(002).
       01 WS-LABEL-HEADERS PIC 9(005) VALUE 0.
       01 WS-LABEL-TRAILERS PIC 9(005) VALUE 0.
       01 WS-LABEL-COUNT PIC 9(007) VALUE 0.
       01 WS-LABEL-ERRORS PIC 9(007) VALUE 0.
       01 WS-LABEL-SERIAL-TOTAL PIC 9(015) VALUE 0.
       01 WS-HDR-LABEL-COUNT PIC 9(007) VALUE 0.
       01 WS-TRL-LABEL-COUNT PIC 9(007) VALUE 0.
       01 WS-TRL-SERIAL-TOTAL PIC 9(015) VALUE 0.
       01 WS-LABEL-ED PIC Z(6)9.
       01 WS-CHECK-SERIAL PIC 9(007).
       01 WS-CHECK-SERIAL-DIGITS REDEFINES WS-CHECK-SERIAL.
           05 WS-CHECK-SERIAL-DIGIT PIC 9(001) OCCURS 7 TIMES.
       01 WS-CHECK-IDX PIC 9(001).
       01 WS-CHECK-SUM PIC 9(003).
       01 WS-CHECK-QUOTIENT PIC 9(003).
       01 WS-CHECK-REMAINDER PIC 9(001).
       01 WS-CHECK-DIGIT PIC 9(001).

      * The rules version the lot was registered with (zero for a lot
      * registered before versioning), and what its pages said.
       01 WS-VERSION-STATUS PIC X(002).
       01 WS-LOT-RULES-VERSION PIC 9(003) VALUE 0.
       01 WS-LOT-RULES-VERSION-ED PIC 9(003).
       01 WS-VERSION-FOUND PIC X(001) VALUE "N".
           88 VERSION-IS-ON-FILE VALUE "Y".
       01 WS-VERSION-LINES-SEEN PIC 9(005) VALUE 0.
       01 WS-VERSION-ERRORS PIC 9(005) VALUE 0.
       01 WS-PAGE-VERSION-TEXT PIC X(003).
       01 WS-RULES-BASIS PIC X(020).
       01 WS-CERT-POINTER PIC 9(003).

      * The rule table, loaded the way FizzBuzz loads it but held
      * and evaluated by this program's own code - an independent
      * recomputation, not a call into the program under test.
       01 WS-RULE-LINE-IN.
           05 RULE-DIVISOR-IN PIC 9(003).
           05 RULE-LABEL-IN PIC X(010).
           05 RULE-TYPE-IN PIC X(001).
               88 RULE-TYPE-IS-CONTAINS VALUE "C".
           05 RULE-PRIORITY-IN PIC X(002).
       01 WS-RULE-COUNT PIC 9(003) VALUE 0.
       01 WS-MAX-RULE-CAPACITY PIC 9(003) VALUE 20.
       01 WS-RULE-TABLE.
               STOP RUN
           END-IF

           PERFORM FIND-REGISTERED-WINDOW
           IF NOT LOT-IS-REGISTERED
               PERFORM WRITE-NOT-REGISTERED-CERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LOT-ONLY-RESERVED
               PERFORM WRITE-NOT-NUMBERED-CERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-WINDOW-SIZE
               = WS-LOT-END - WS-LOT-START + 1
           PERFORM COUNT-VOIDED-SERIALS
           IF WS-VOIDED-SERIALS NOT < WS-WINDOW-SIZE
               PERFORM WRITE-LOT-VOIDED-CERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LOT-RULES-VERSION > 0
               PERFORM LOAD-VERSIONED-RULES
               IF NOT VERSION-IS-ON-FILE
                   PERFORM WRITE-NO-VERSION-CERT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               PERFORM LOAD-DIVISOR-RULES
           END-IF

           MOVE SPACES TO WS-PRINTED-TABLE
           PERFORM VERIFY-REPORT-SECTION
           PERFORM VERIFY-LABEL-STREAM
           PERFORM JUDGE-AND-CERTIFY

           STOP RUN.
             MOVE 0 TO WS-RULE-COUNT
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ RULES-CONTROL-FILE INTO WS-RULE-LINE-IN
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                         PERFORM TAKE-ONE-RULE-LINE
                 END-READ
             END-PERFORM
             CLOSE RULES-CONTROL-FILE
           EXIT.

      * The lot's own adopted version, line for line as it was kept
      * when the lot was numbered.
           LOAD-VERSIONED-RULES SECTION.
             MOVE 0 TO WS-RULE-COUNT
             MOVE "N" TO WS-VERSION-FOUND
             OPEN INPUT RULE-VERSION-FILE
             IF WS-VERSION-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ RULE-VERSION-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF FBV-VERSION = WS-LOT-RULES-VERSION
                           SET VERSION-IS-ON-FILE TO TRUE
                           IF FBV-RULE-LINE NOT = SPACES
                               MOVE FBV-RULE-LINE
                                   TO WS-RULE-LINE-IN
                               PERFORM TAKE-ONE-RULE-LINE
                           END-IF
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE RULE-VERSION-FILE
           EXIT.

           TAKE-ONE-RULE-LINE SECTION.
             IF WS-RULE-COUNT < WS-MAX-RULE-CAPACITY
                 AND RULE-DIVISOR-IN IS NUMERIC
                 AND (RULE-DIVISOR-IN NOT = 0
                     OR RULE-TYPE-IS-CONTAINS)
                 ADD 1 TO WS-RULE-COUNT
                 MOVE RULE-DIVISOR-IN
                     TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                 MOVE RULE-LABEL-IN
                     TO WS-RULE-LABEL(WS-RULE-COUNT)
                 MOVE RULE-TYPE-IN
                     TO WS-RULE-TYPE(WS-RULE-COUNT)
                 IF RULE-PRIORITY-IN IS NUMERIC
                     MOVE RULE-PRIORITY-IN
                         TO WS-RULE-PRIORITY(WS-RULE-COUNT)
                 ELSE
                     MOVE 0 TO WS-RULE-PRIORITY(WS-RULE-COUNT)
                 END-IF
             END-IF
           EXIT.

           FIND-REGISTERED-WINDOW SECTION.
                                   TO WS-LOT-START
                               MOVE FBR-END-SERIAL
                                   TO WS-LOT-END
                               MOVE FBR-LOT-STATUS
                                   TO WS-LOT-REGISTRY-STATUS
                               IF FBR-RULES-VERSION IS NUMERIC
                                   MOVE FBR-RULES-VERSION
                                       TO WS-LOT-RULES-VERSION
                               ELSE
                                   MOVE 0 TO WS-LOT-RULES-VERSION
                               END-IF
                           END-IF
                     END-READ
                 END-PERFORM
             END-IF
           EXIT.

      * Void ranges never overlap within a lot, so their sizes add up
      * to the serials scrapped.
           COUNT-VOIDED-SERIALS SECTION.
             MOVE 0 TO WS-VOIDED-SERIALS
             OPEN INPUT SCRAP-LEDGER-FILE
             IF WS-SCRAP-STATUS = "00"
                 MOVE "N" TO WS-INPUT-EOF
                 PERFORM UNTIL END-OF-INPUT
                     READ SCRAP-LEDGER-FILE
                         AT END SET END-OF-INPUT TO TRUE
                         NOT AT END
                           IF FBS-LOT-ID = WS-VERIFY-LOT-ID
                               COMPUTE WS-VOIDED-SERIALS
                                   = WS-VOIDED-SERIALS
                                   + FBS-TO-SERIAL
                                   - FBS-FROM-SERIAL + 1
                           END-IF
                     END-READ
                 END-PERFORM
                 CLOSE SCRAP-LEDGER-FILE
             END-IF
           EXIT.

           VERIFY-REPORT-SECTION SECTION.
             OPEN INPUT REPORT-FILE
             IF WS-REPORT-STATUS NOT = "00"
                     CONTINUE
                 WHEN REPORT-RECORD = SPACES
                     CONTINUE
                 WHEN REPORT-RECORD(1:14) = "RULES VERSION "
                     PERFORM JUDGE-RULES-VERSION-LINE
                 WHEN REPORT-RECORD(1:4) = "LOT "
                     PERFORM JUDGE-STATS-HEADER
                 WHEN INSIDE-STATS-BLOCK
             END-IF
           EXIT.

      * "RULES VERSION nnn   ADOPTED yyyymmdd" under each page header
      * must name the version the lot was registered with; a lot
      * registered before versioning has pages that name none.
           JUDGE-RULES-VERSION-LINE SECTION.
             ADD 1 TO WS-VERSION-LINES-SEEN
             MOVE REPORT-RECORD(15:3) TO WS-PAGE-VERSION-TEXT
             MOVE WS-LOT-RULES-VERSION TO WS-LOT-RULES-VERSION-ED
             IF WS-LOT-RULES-VERSION = 0
                 IF WS-PAGE-VERSION-TEXT NOT = "NON"
                     ADD 1 TO WS-VERSION-ERRORS
                 END-IF
             ELSE
                 IF WS-PAGE-VERSION-TEXT
                     NOT = WS-LOT-RULES-VERSION-ED
                     ADD 1 TO WS-VERSION-ERRORS
                 END-IF
             END-IF
           EXIT.

           JUDGE-ONE-DETAIL-LINE SECTION.
             ADD 1 TO WS-DETAIL-LINES
             MOVE REPORT-RECORD(1:7) TO WS-SERIAL
             IF WS-LINE-TEXT NOT = WS-EXPECTED-TEXT
                 ADD 1 TO WS-MISMATCH-COUNT
             END-IF
             IF WS-SERIAL NOT < WS-LOT-START
                 AND WS-SERIAL NOT > WS-LOT-END
                 COMPUTE WS-WINDOW-OFFSET
                     = WS-SERIAL - WS-LOT-START + 1
                 MOVE WS-LINE-TEXT TO WS-PRINTED-TEXT(WS-WINDOW-OFFSET)
             END-IF
           EXIT.

      * The lot's header, labels and trailer on the label stream. A
      * label is wrong when its serial is outside the window or seen
      * twice, its text is not the report's, its check digit does
      * not recompute or it names other rules; the lot's labels are
      * wrong as a whole when there is not exactly one header and
      * one trailer, or the counts and serial total do not balance.
           VERIFY-LABEL-STREAM SECTION.
             OPEN INPUT LABEL-STREAM-FILE
             IF WS-LABEL-STATUS NOT = "00"
                 ADD 1 TO WS-LABEL-ERRORS
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ LABEL-STREAM-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF FBL-LOT-ID = WS-VERIFY-LOT-ID
                           PERFORM JUDGE-ONE-LABEL-RECORD
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE LABEL-STREAM-FILE
             IF WS-LABEL-HEADERS NOT = 1
                 OR WS-LABEL-TRAILERS NOT = 1
                 OR WS-HDR-LABEL-COUNT NOT = WS-LABEL-COUNT
                 OR WS-TRL-LABEL-COUNT NOT = WS-LABEL-COUNT
                 OR WS-TRL-SERIAL-TOTAL NOT = WS-LABEL-SERIAL-TOTAL
                 OR WS-LABEL-COUNT NOT = WS-WINDOW-SIZE
                 ADD 1 TO WS-LABEL-ERRORS
             END-IF
           EXIT.

           JUDGE-ONE-LABEL-RECORD SECTION.
             EVALUATE TRUE
                 WHEN FBL-LOT-HEADER
                     ADD 1 TO WS-LABEL-HEADERS
                     MOVE FBL-HDR-LABEL-COUNT TO WS-HDR-LABEL-COUNT
                     IF FBL-HDR-RULES-VERSION
                         NOT = WS-LOT-RULES-VERSION
                         OR FBL-HDR-START-SERIAL NOT = WS-LOT-START
                         OR FBL-HDR-END-SERIAL NOT = WS-LOT-END
                         ADD 1 TO WS-LABEL-ERRORS
                     END-IF
                 WHEN FBL-LABEL-DETAIL
                     PERFORM JUDGE-ONE-LABEL
                 WHEN FBL-LOT-TRAILER
                     ADD 1 TO WS-LABEL-TRAILERS
                     MOVE FBL-TRL-LABEL-COUNT TO WS-TRL-LABEL-COUNT
                     MOVE FBL-TRL-SERIAL-TOTAL TO WS-TRL-SERIAL-TOTAL
                 WHEN OTHER
                     ADD 1 TO WS-LABEL-ERRORS
             END-EVALUATE
           EXIT.

           JUDGE-ONE-LABEL SECTION.
             ADD 1 TO WS-LABEL-COUNT
             IF FBL-SERIAL IS NOT NUMERIC
                 OR FBL-SERIAL < WS-LOT-START
                 OR FBL-SERIAL > WS-LOT-END
                 ADD 1 TO WS-LABEL-ERRORS
                 EXIT SECTION
             END-IF
             ADD FBL-SERIAL TO WS-LABEL-SERIAL-TOTAL
             COMPUTE WS-WINDOW-OFFSET = FBL-SERIAL - WS-LOT-START + 1
             MOVE FBL-SERIAL TO WS-CHECK-SERIAL
             PERFORM COMPUTE-CHECK-DIGIT
             IF LABEL-ALREADY-SEEN(WS-WINDOW-OFFSET)
                 OR FBL-TEXT NOT = WS-PRINTED-TEXT(WS-WINDOW-OFFSET)
                 OR FBL-CHECK-DIGIT NOT = WS-CHECK-DIGIT
                 OR FBL-RULES-VERSION NOT = WS-LOT-RULES-VERSION
                 ADD 1 TO WS-LABEL-ERRORS
             END-IF
             MOVE "Y" TO WS-LABEL-SEEN(WS-WINDOW-OFFSET)
           EXIT.

      * Mod-10 over the seven serial digits, weighted 3 and 1
      * alternately from the right, recomputed here rather than
      * trusted from the stream.
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

      * The same two-pass evaluation the production run applies -
           EXIT.

           JUDGE-AND-CERTIFY SECTION.
             IF WS-LOT-RULES-VERSION > 0
                 AND WS-VERSION-LINES-SEEN = 0
                 AND WS-DETAIL-LINES > 0
                 ADD 1 TO WS-VERSION-ERRORS
             END-IF
             MOVE "PASS" TO WS-VERDICT
             IF WS-MISMATCH-COUNT > 0
                 OR WS-STATS-ERRORS > 0
                 OR WS-VERSION-ERRORS > 0
                 OR WS-LABEL-ERRORS > 0
                 OR WS-DETAIL-LINES NOT = WS-WINDOW-SIZE
                 MOVE "FAIL" TO WS-VERDICT
                 MOVE 8 TO RETURN-CODE
             END-IF
             PERFORM SET-RULES-BASIS
             MOVE WS-DETAIL-LINES TO WS-COUNT-ED
             MOVE WS-MISMATCH-COUNT TO WS-MISMATCH-ED
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             OPEN EXTEND CERT-FILE
             MOVE SPACES TO CERT-RECORD
             MOVE 1 TO WS-CERT-POINTER
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " LOT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VERIFY-LOT-ID)
                     DELIMITED BY SIZE
                 " CERTIFIED " DELIMITED BY SIZE
                 WS-VERDICT DELIMITED BY SIZE
                 " UNDER " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-RULES-BASIS) DELIMITED BY SIZE
                 " - LINES " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 ", TEXT MISMATCHES " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-MISMATCH-ED) DELIMITED BY SIZE
                 INTO CERT-RECORD
                 WITH POINTER WS-CERT-POINTER
             IF WS-VERSION-ERRORS > 0
                 STRING ", PAGES NAME OTHER RULES" DELIMITED BY SIZE
                     INTO CERT-RECORD
                     WITH POINTER WS-CERT-POINTER
             END-IF
             MOVE WS-LABEL-COUNT TO WS-LABEL-ED
             STRING ", LABELS " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-LABEL-ED) DELIMITED BY SIZE
                 INTO CERT-RECORD
                 WITH POINTER WS-CERT-POINTER
             IF WS-LABEL-ERRORS > 0
                 MOVE WS-LABEL-ERRORS TO WS-LABEL-ED
                 STRING ", LABEL ERRORS " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-LABEL-ED) DELIMITED BY SIZE
                     INTO CERT-RECORD
                     WITH POINTER WS-CERT-POINTER
             END-IF
             IF WS-VOIDED-SERIALS > 0
                 MOVE WS-VOIDED-SERIALS TO WS-VOIDED-ED
                 STRING ", VOIDED " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-VOIDED-ED) DELIMITED BY SIZE
                     INTO CERT-RECORD
                     WITH POINTER WS-CERT-POINTER
             END-IF
             WRITE CERT-RECORD
             CLOSE CERT-FILE
             DISPLAY "FBVERIFY - LOT "
                 " NOT ON THE REGISTRY, CERTIFIED FAIL"
           EXIT.

           SET-RULES-BASIS SECTION.
             MOVE SPACES TO WS-RULES-BASIS
             IF WS-LOT-RULES-VERSION > 0
                 STRING "RULES V" DELIMITED BY SIZE
                     WS-LOT-RULES-VERSION DELIMITED BY SIZE
                     INTO WS-RULES-BASIS
             ELSE
                 MOVE "LIVE RULES" TO WS-RULES-BASIS
             END-IF
           EXIT.

      * A registered version missing from the store cannot be judged
      * at all - the lot fails rather than being judged against some
      * other rules.
           WRITE-NO-VERSION-CERT SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             OPEN EXTEND CERT-FILE
             MOVE SPACES TO CERT-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " LOT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VERIFY-LOT-ID)
                     DELIMITED BY SIZE
                 " CERTIFIED FAIL - RULES VERSION " DELIMITED BY SIZE
                 WS-LOT-RULES-VERSION DELIMITED BY SIZE
                 " NOT ON data/FBRULVER.DAT" DELIMITED BY SIZE
                 INTO CERT-RECORD
             WRITE CERT-RECORD
             CLOSE CERT-FILE
             DISPLAY "FBVERIFY - LOT "
                 FUNCTION TRIM(WS-VERIFY-LOT-ID) " RULES VERSION "
                 WS-LOT-RULES-VERSION " NOT ON FILE, CERTIFIED FAIL"
           EXIT.

      * A window the allocator reserved has no pages to certify until
      * the batch has numbered it.
           WRITE-NOT-NUMBERED-CERT SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             OPEN EXTEND CERT-FILE
             MOVE SPACES TO CERT-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " LOT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VERIFY-LOT-ID)
                     DELIMITED BY SIZE
                 " CERTIFIED FAIL - RESERVED, NOT YET NUMBERED"
                     DELIMITED BY SIZE
                 INTO CERT-RECORD
             WRITE CERT-RECORD
             CLOSE CERT-FILE
             DISPLAY "FBVERIFY - LOT "
                 FUNCTION TRIM(WS-VERIFY-LOT-ID)
                 " RESERVED BUT NOT YET NUMBERED, CERTIFIED FAIL"
           EXIT.

      * Every serial of the lot is scrapped - there is nothing left
      * that a certificate could vouch for.
           WRITE-LOT-VOIDED-CERT SECTION.
             MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
             OPEN EXTEND CERT-FILE
             MOVE SPACES TO CERT-RECORD
             STRING WS-CURRENT-DATE-TIME(1:14) DELIMITED BY SIZE
                 " LOT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-VERIFY-LOT-ID)
                     DELIMITED BY SIZE
                 " CERTIFIED FAIL - LOT VOIDED ON data/FBSCRAP.DAT"
                     DELIMITED BY SIZE
                 INTO CERT-RECORD
             WRITE CERT-RECORD
             CLOSE CERT-FILE
             DISPLAY "FBVERIFY - LOT "
                 FUNCTION TRIM(WS-VERIFY-LOT-ID)
                 " VOIDED, CERTIFIED FAIL"
           EXIT.

       END PROGRAM FB-VERIFY.
