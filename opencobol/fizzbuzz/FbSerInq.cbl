      ******************************************************************
      * Author:
      * Date:
      * Purpose: Serial-number lookup inquiry. For every serial quoted
      *          in data/FBSERINQ.DAT (one seven-digit serial a line)
      *          reports the registered lot that covers it (from
      *          data/FBREGIST.DAT), the lot's run date, its latest
      *          certification on data/FBCERT.RPT, the text the serial
      *          was printed with on data/FBREPORT.RPT and the text
      *          the live rules (data/FBRULES.DAT) would give it now.
      *          A serial no lot covers, or one in a range scrapped
      *          on the void ledger (data/FBSCRAP.DAT), is flagged.
      *          Output to data/FBSERINQ.RPT. RC 4 when any serial
      *          was flagged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FB-SER-INQ as "FbSerInq".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-FILE ASSIGN TO "data/FBSERINQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-STATUS.
           SELECT LOT-REGISTRY-FILE ASSIGN TO "data/FBREGIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
           SELECT SCRAP-LEDGER-FILE ASSIGN TO "data/FBSCRAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRAP-STATUS.
           SELECT CERT-FILE ASSIGN TO "data/FBCERT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/FBREPORT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RULES-CONTROL-FILE ASSIGN TO "data/FBRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "data/FBSERINQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-RECORD.
           05 FBQ-SERIAL PIC X(007).
           05 FBQ-SERIAL-NUM REDEFINES FBQ-SERIAL PIC 9(007).

       FD  LOT-REGISTRY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOT-REGISTRY-RECORD.
           05 FBR-LOT-ID PIC X(010).
           05 FBR-START-SERIAL PIC 9(007).
           05 FBR-END-SERIAL PIC 9(007).
           05 FBR-RUN-DATE PIC X(008).
           05 FBR-RULES-VERSION PIC X(003).
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

       FD  CERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CERT-RECORD PIC X(200).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD PIC X(080).

       FD  RULES-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RULES-CONTROL-RECORD PIC X(016).

       FD  INQUIRY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INQUIRY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INQUIRY-STATUS PIC X(002).
       01 WS-REGISTRY-STATUS PIC X(002).
       01 WS-SCRAP-STATUS PIC X(002).
       01 WS-CERT-STATUS PIC X(002).
       01 WS-REPORT-STATUS PIC X(002).
       01 WS-RULES-STATUS PIC X(002).
       01 WS-INPUT-EOF PIC X(001).
           88 END-OF-INPUT VALUE "Y".

      * The serials asked about, and everything found for each as the
      * registry, ledger, certificates and report are passed once.
       01 WS-MAX-INQUIRY-CAPACITY PIC 9(004) VALUE 500.
       01 WS-INQUIRY-COUNT PIC 9(004) VALUE 0.
       01 WS-INQUIRIES-DROPPED PIC 9(005) VALUE 0.
       01 WS-INQUIRY-TABLE.
           05 WS-INQUIRY-ENTRY OCCURS 500 TIMES.
               10 WS-INQ-SERIAL-TEXT PIC X(007).
               10 WS-INQ-SERIAL PIC 9(007).
               10 WS-INQ-VALID PIC X(001).
                   88 WS-INQ-IS-SERIAL VALUE "Y".
               10 WS-INQ-LOT-FOUND PIC X(001).
                   88 WS-INQ-HAS-LOT VALUE "Y".
               10 WS-INQ-LOT-ID PIC X(010).
               10 WS-INQ-LOT-START PIC 9(007).
               10 WS-INQ-LOT-END PIC 9(007).
               10 WS-INQ-RUN-DATE PIC X(008).
               10 WS-INQ-LOT-STATUS PIC X(001).
                   88 WS-INQ-LOT-RESERVED VALUE "R".
               10 WS-INQ-VOIDED PIC X(001).
                   88 WS-INQ-IS-VOIDED VALUE "Y".
               10 WS-INQ-VOID-REASON PIC X(004).
               10 WS-INQ-VOID-OPERATOR PIC X(008).
               10 WS-INQ-VOID-DATE PIC X(008).
               10 WS-INQ-REISSUE-LOT-ID PIC X(010).
               10 WS-INQ-CERT-VERDICT PIC X(004).
               10 WS-INQ-CERT-DATE PIC X(008).
               10 WS-INQ-PRINTED PIC X(001).
                   88 WS-INQ-WAS-PRINTED VALUE "Y".
               10 WS-INQ-PRINTED-TEXT PIC X(040).
       01 WS-INQUIRY-IDX PIC 9(004).
       01 WS-FLAGGED-COUNT PIC 9(005) VALUE 0.

      * One certification line: "<timestamp> LOT <id> CERTIFIED
      * <PASS|FAIL> ...".
       01 WS-CERT-STAMP PIC X(014).
       01 WS-CERT-WORD-LOT PIC X(003).
       01 WS-CERT-LOT-ID PIC X(010).
       01 WS-CERT-WORD-CERTIFIED PIC X(009).
       01 WS-CERT-VERDICT PIC X(004).

      * Walking the numbering report: the lot whose pages are being
      * read, and one detail line.
       01 WS-HEADER-LOT-TEXT PIC X(020).
       01 WS-LINE-REST PIC X(080).
       01 WS-PAGE-LOT-ID PIC X(010) VALUE SPACES.
       01 WS-LINE-SERIAL PIC 9(007).

      * The live rule table and the two-pass evaluation the
      * production run applies, held in this program's own code.
       01 WS-RULE-LINE-IN.
           05 RULE-DIVISOR-IN PIC 9(003).
           05 RULE-LABEL-IN PIC X(010).
           05 RULE-TYPE-IN PIC X(001).
               88 RULE-TYPE-IS-CONTAINS VALUE "C".
           05 RULE-PRIORITY-IN PIC X(002).
       01 WS-RULE-COUNT PIC 9(003) VALUE 0.
       01 WS-MAX-RULE-CAPACITY PIC 9(003) VALUE 20.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES.
               10 WS-RULE-DIVISOR PIC 9(003).
               10 WS-RULE-LABEL PIC X(010).
               10 WS-RULE-TYPE PIC X(001).
                   88 WS-RULE-IS-CONTAINS VALUE "C".
               10 WS-RULE-PRIORITY PIC 9(002).
       01 WS-RULE-IDX PIC 9(003).
       01 WS-RULE-HIT-TABLE.
           05 WS-RULE-HIT PIC X(001) OCCURS 20 TIMES.
               88 RULE-HIT-THIS-NUMBER VALUE "Y".
       01 WS-MAX-MATCH-PRIORITY PIC 9(002).
       01 WS-ANY-RULE-MATCHED PIC X(001).
           88 ANY-RULE-MATCHED VALUE "Y".
       01 WS-SERIAL PIC 9(007).
       01 WS-REMAINDER PIC 9(007).
       01 WS-QUOTIENT PIC 9(007).
       01 WS-DIGIT-CHAR PIC 9(001).
       01 WS-DIGIT-TALLY PIC 9(003).
       01 WS-NUM-EDITED PIC Z(6)9.
       01 WS-NUM-TEXT PIC X(007).
       01 WS-EXPECTED-TEXT PIC X(040).
       01 WS-EXPECTED-POINTER PIC 9(003).

       01 WS-LINE-POINTER PIC 9(003).
       01 WS-COUNT-ED PIC Z(4)9.
       01 WS-CURRENT-DATE-TIME PIC X(021).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM LOAD-INQUIRY-SERIALS
           PERFORM FIND-COVERING-LOTS
           PERFORM FIND-VOIDED-RANGES
           PERFORM FIND-LATEST-CERTIFICATES
           PERFORM FIND-PRINTED-TEXT
           PERFORM LOAD-LIVE-RULES

           OPEN OUTPUT INQUIRY-REPORT-FILE
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "SERIAL NUMBER INQUIRY OF " DELIMITED BY SIZE
               WS-CURRENT-DATE-TIME(1:8) DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           IF WS-INQUIRY-COUNT = 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING "NO SERIALS IN data/FBSERINQ.DAT"
                   INTO INQUIRY-REPORT-RECORD
               WRITE INQUIRY-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-INQUIRY-IDX FROM 1 BY 1
               UNTIL WS-INQUIRY-IDX > WS-INQUIRY-COUNT
               PERFORM WRITE-ONE-INQUIRY
           END-PERFORM
           PERFORM WRITE-INQUIRY-TOTALS
           CLOSE INQUIRY-REPORT-FILE

           DISPLAY "FBSERINQ - " WS-INQUIRY-COUNT " SERIAL(S), "
               WS-FLAGGED-COUNT " FLAGGED"
           IF WS-FLAGGED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

           LOAD-INQUIRY-SERIALS SECTION.
             MOVE 0 TO WS-INQUIRY-COUNT
             OPEN INPUT INQUIRY-FILE
             IF WS-INQUIRY-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ INQUIRY-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       IF INQUIRY-RECORD NOT = SPACES
                           PERFORM TAKE-ONE-INQUIRY
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE INQUIRY-FILE
           EXIT.

           TAKE-ONE-INQUIRY SECTION.
             IF WS-INQUIRY-COUNT NOT < WS-MAX-INQUIRY-CAPACITY
                 ADD 1 TO WS-INQUIRIES-DROPPED
                 EXIT SECTION
             END-IF
             ADD 1 TO WS-INQUIRY-COUNT
             INITIALIZE WS-INQUIRY-ENTRY(WS-INQUIRY-COUNT)
             MOVE FBQ-SERIAL TO WS-INQ-SERIAL-TEXT(WS-INQUIRY-COUNT)
             IF FBQ-SERIAL IS NUMERIC
                 MOVE FBQ-SERIAL-NUM TO WS-INQ-SERIAL(WS-INQUIRY-COUNT)
                 MOVE "Y" TO WS-INQ-VALID(WS-INQUIRY-COUNT)
             ELSE
                 MOVE 0 TO WS-INQ-SERIAL(WS-INQUIRY-COUNT)
                 MOVE "N" TO WS-INQ-VALID(WS-INQUIRY-COUNT)
             END-IF
             MOVE "N" TO WS-INQ-LOT-FOUND(WS-INQUIRY-COUNT)
             MOVE "N" TO WS-INQ-VOIDED(WS-INQUIRY-COUNT)
             MOVE "N" TO WS-INQ-PRINTED(WS-INQUIRY-COUNT)
           EXIT.

      * The allocator never gives two lots the same serial, so the
      * first registry line whose window holds the serial is its lot.
           FIND-COVERING-LOTS SECTION.
             OPEN INPUT LOT-REGISTRY-FILE
             IF WS-REGISTRY-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ LOT-REGISTRY-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM VARYING WS-INQUIRY-IDX FROM 1 BY 1
                           UNTIL WS-INQUIRY-IDX > WS-INQUIRY-COUNT
                           PERFORM MATCH-ONE-REGISTRY-LINE
                       END-PERFORM
                 END-READ
             END-PERFORM
             CLOSE LOT-REGISTRY-FILE
           EXIT.

           MATCH-ONE-REGISTRY-LINE SECTION.
             IF WS-INQ-IS-SERIAL(WS-INQUIRY-IDX)
                 AND NOT WS-INQ-HAS-LOT(WS-INQUIRY-IDX)
                 AND WS-INQ-SERIAL(WS-INQUIRY-IDX)
                     NOT < FBR-START-SERIAL
                 AND WS-INQ-SERIAL(WS-INQUIRY-IDX)
                     NOT > FBR-END-SERIAL
                 MOVE "Y" TO WS-INQ-LOT-FOUND(WS-INQUIRY-IDX)
                 MOVE FBR-LOT-ID TO WS-INQ-LOT-ID(WS-INQUIRY-IDX)
                 MOVE FBR-START-SERIAL
                     TO WS-INQ-LOT-START(WS-INQUIRY-IDX)
                 MOVE FBR-END-SERIAL TO WS-INQ-LOT-END(WS-INQUIRY-IDX)
                 MOVE FBR-RUN-DATE TO WS-INQ-RUN-DATE(WS-INQUIRY-IDX)
                 MOVE FBR-LOT-STATUS
                     TO WS-INQ-LOT-STATUS(WS-INQUIRY-IDX)
             END-IF
           EXIT.

           FIND-VOIDED-RANGES SECTION.
             OPEN INPUT SCRAP-LEDGER-FILE
             IF WS-SCRAP-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ SCRAP-LEDGER-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM VARYING WS-INQUIRY-IDX FROM 1 BY 1
                           UNTIL WS-INQUIRY-IDX > WS-INQUIRY-COUNT
                           PERFORM MATCH-ONE-VOID-LINE
                       END-PERFORM
                 END-READ
             END-PERFORM
             CLOSE SCRAP-LEDGER-FILE
           EXIT.

           MATCH-ONE-VOID-LINE SECTION.
             IF WS-INQ-HAS-LOT(WS-INQUIRY-IDX)
                 AND FBS-LOT-ID = WS-INQ-LOT-ID(WS-INQUIRY-IDX)
                 AND WS-INQ-SERIAL(WS-INQUIRY-IDX)
                     NOT < FBS-FROM-SERIAL
                 AND WS-INQ-SERIAL(WS-INQUIRY-IDX)
                     NOT > FBS-TO-SERIAL
                 MOVE "Y" TO WS-INQ-VOIDED(WS-INQUIRY-IDX)
                 MOVE FBS-REASON TO WS-INQ-VOID-REASON(WS-INQUIRY-IDX)
                 MOVE FBS-OPERATOR
                     TO WS-INQ-VOID-OPERATOR(WS-INQUIRY-IDX)
                 MOVE FBS-VOID-DATE
                     TO WS-INQ-VOID-DATE(WS-INQUIRY-IDX)
                 MOVE FBS-REISSUE-LOT-ID
                     TO WS-INQ-REISSUE-LOT-ID(WS-INQUIRY-IDX)
             END-IF
           EXIT.

      * Certificates are appended in time order, so the last line for
      * a lot is its standing verdict.
           FIND-LATEST-CERTIFICATES SECTION.
             OPEN INPUT CERT-FILE
             IF WS-CERT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ CERT-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM TAKE-ONE-CERT-LINE
                 END-READ
             END-PERFORM
             CLOSE CERT-FILE
           EXIT.

           TAKE-ONE-CERT-LINE SECTION.
             MOVE SPACES TO WS-CERT-STAMP WS-CERT-WORD-LOT
                 WS-CERT-LOT-ID WS-CERT-WORD-CERTIFIED WS-CERT-VERDICT
             UNSTRING CERT-RECORD DELIMITED BY ALL SPACE
                 INTO WS-CERT-STAMP WS-CERT-WORD-LOT WS-CERT-LOT-ID
                     WS-CERT-WORD-CERTIFIED WS-CERT-VERDICT
             END-UNSTRING
             IF WS-CERT-WORD-LOT NOT = "LOT"
                 OR WS-CERT-WORD-CERTIFIED NOT = "CERTIFIED"
                 EXIT SECTION
             END-IF
             PERFORM VARYING WS-INQUIRY-IDX FROM 1 BY 1
                 UNTIL WS-INQUIRY-IDX > WS-INQUIRY-COUNT
                 IF WS-INQ-HAS-LOT(WS-INQUIRY-IDX)
                     AND WS-INQ-LOT-ID(WS-INQUIRY-IDX)
                         = WS-CERT-LOT-ID
                     MOVE WS-CERT-VERDICT
                         TO WS-INQ-CERT-VERDICT(WS-INQUIRY-IDX)
                     MOVE WS-CERT-STAMP(1:8)
                         TO WS-INQ-CERT-DATE(WS-INQUIRY-IDX)
                 END-IF
             END-PERFORM
           EXIT.

      * "FIZZBUZZ NUMBERING REPORT   LOT <id>   RUN DATE: ..." opens
      * each page; detail lines carry the serial in columns 1-7 and
      * the printed text from column 11.
           FIND-PRINTED-TEXT SECTION.
             OPEN INPUT REPORT-FILE
             IF WS-REPORT-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
             MOVE "N" TO WS-INPUT-EOF
             PERFORM UNTIL END-OF-INPUT
                 READ REPORT-FILE
                     AT END SET END-OF-INPUT TO TRUE
                     NOT AT END
                       PERFORM TAKE-ONE-REPORT-LINE
                 END-READ
             END-PERFORM
             CLOSE REPORT-FILE
           EXIT.

           TAKE-ONE-REPORT-LINE SECTION.
             IF REPORT-RECORD(1:26) = "FIZZBUZZ NUMBERING REPORT "
                 MOVE SPACES TO WS-HEADER-LOT-TEXT
                 MOVE SPACES TO WS-LINE-REST
                 UNSTRING REPORT-RECORD(33:48)
                     DELIMITED BY "   "
                     INTO WS-HEADER-LOT-TEXT WS-LINE-REST
                 END-UNSTRING
                 MOVE WS-HEADER-LOT-TEXT TO WS-PAGE-LOT-ID
                 EXIT SECTION
             END-IF
             IF REPORT-RECORD(1:7) IS NOT NUMERIC
                 EXIT SECTION
             END-IF
             MOVE REPORT-RECORD(1:7) TO WS-LINE-SERIAL
             PERFORM VARYING WS-INQUIRY-IDX FROM 1 BY 1
                 UNTIL WS-INQUIRY-IDX > WS-INQUIRY-COUNT
                 IF WS-INQ-HAS-LOT(WS-INQUIRY-IDX)
                     AND WS-INQ-SERIAL(WS-INQUIRY-IDX)
                         = WS-LINE-SERIAL
                     AND WS-INQ-LOT-ID(WS-INQUIRY-IDX)
                         = WS-PAGE-LOT-ID
                     MOVE "Y" TO WS-INQ-PRINTED(WS-INQUIRY-IDX)
                     MOVE REPORT-RECORD(11:40)
                         TO WS-INQ-PRINTED-TEXT(WS-INQUIRY-IDX)
                 END-IF
             END-PERFORM
           EXIT.

           LOAD-LIVE-RULES SECTION.
             MOVE 0 TO WS-RULE-COUNT
             OPEN INPUT RULES-CONTROL-FILE
             IF WS-RULES-STATUS NOT = "00"
                 EXIT SECTION
             END-IF
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

           WRITE-ONE-INQUIRY SECTION.
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             STRING "SERIAL " DELIMITED BY SIZE
                 WS-INQ-SERIAL-TEXT(WS-INQUIRY-IDX) DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD

             IF NOT WS-INQ-IS-SERIAL(WS-INQUIRY-IDX)
                 ADD 1 TO WS-FLAGGED-COUNT
                 MOVE "  *** NOT A SERIAL NUMBER ***"
                     TO INQUIRY-REPORT-RECORD
                 WRITE INQUIRY-REPORT-RECORD
                 EXIT SECTION
             END-IF
             IF NOT WS-INQ-HAS-LOT(WS-INQUIRY-IDX)
                 ADD 1 TO WS-FLAGGED-COUNT
                 MOVE "  *** NO REGISTERED LOT COVERS THIS SERIAL ***"
                     TO INQUIRY-REPORT-RECORD
                 WRITE INQUIRY-REPORT-RECORD
                 PERFORM WRITE-CURRENT-TEXT-LINE
                 EXIT SECTION
             END-IF

             MOVE SPACES TO INQUIRY-REPORT-RECORD
             MOVE 1 TO WS-LINE-POINTER
             STRING "  LOT " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-INQ-LOT-ID(WS-INQUIRY-IDX))
                     DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 WS-INQ-LOT-START(WS-INQUIRY-IDX) DELIMITED BY SIZE
                 " TO " DELIMITED BY SIZE
                 WS-INQ-LOT-END(WS-INQUIRY-IDX) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
                 WITH POINTER WS-LINE-POINTER
             IF WS-INQ-LOT-RESERVED(WS-INQUIRY-IDX)
                 STRING ", RESERVED " DELIMITED BY SIZE
                     WS-INQ-RUN-DATE(WS-INQUIRY-IDX) DELIMITED BY SIZE
                     ", NOT YET NUMBERED" DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
             ELSE
                 STRING ", RUN " DELIMITED BY SIZE
                     WS-INQ-RUN-DATE(WS-INQUIRY-IDX) DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
             END-IF
             WRITE INQUIRY-REPORT-RECORD

             MOVE SPACES TO INQUIRY-REPORT-RECORD
             IF WS-INQ-CERT-VERDICT(WS-INQUIRY-IDX) = SPACES
                 MOVE "  CERTIFICATION: NOT CERTIFIED"
                     TO INQUIRY-REPORT-RECORD
             ELSE
                 STRING "  CERTIFICATION: " DELIMITED BY SIZE
                     WS-INQ-CERT-VERDICT(WS-INQUIRY-IDX)
                         DELIMITED BY SIZE
                     " ON " DELIMITED BY SIZE
                     WS-INQ-CERT-DATE(WS-INQUIRY-IDX)
                         DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
             END-IF
             WRITE INQUIRY-REPORT-RECORD

             MOVE SPACES TO INQUIRY-REPORT-RECORD
             IF WS-INQ-WAS-PRINTED(WS-INQUIRY-IDX)
                 STRING "  PRINTED AS:         " DELIMITED BY SIZE
                     WS-INQ-PRINTED-TEXT(WS-INQUIRY-IDX)
                         DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
             ELSE
                 MOVE "  PRINTED AS:         NOT ON data/FBREPORT.RPT"
                     TO INQUIRY-REPORT-RECORD
             END-IF
             WRITE INQUIRY-REPORT-RECORD
             PERFORM WRITE-CURRENT-TEXT-LINE

             IF WS-INQ-IS-VOIDED(WS-INQUIRY-IDX)
                 ADD 1 TO WS-FLAGGED-COUNT
                 MOVE SPACES TO INQUIRY-REPORT-RECORD
                 MOVE 1 TO WS-LINE-POINTER
                 STRING "  *** VOIDED - REASON " DELIMITED BY SIZE
                     WS-INQ-VOID-REASON(WS-INQUIRY-IDX)
                         DELIMITED BY SIZE
                     " BY " DELIMITED BY SIZE
                     FUNCTION TRIM(
                         WS-INQ-VOID-OPERATOR(WS-INQUIRY-IDX))
                         DELIMITED BY SIZE
                     " ON " DELIMITED BY SIZE
                     WS-INQ-VOID-DATE(WS-INQUIRY-IDX)
                         DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
                 IF WS-INQ-REISSUE-LOT-ID(WS-INQUIRY-IDX) NOT = SPACES
                     STRING ", REISSUED AS LOT " DELIMITED BY SIZE
                         FUNCTION TRIM(
                             WS-INQ-REISSUE-LOT-ID(WS-INQUIRY-IDX))
                             DELIMITED BY SIZE
                         INTO INQUIRY-REPORT-RECORD
                         WITH POINTER WS-LINE-POINTER
                 END-IF
                 STRING " ***" DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
                 WRITE INQUIRY-REPORT-RECORD
             END-IF
           EXIT.

           WRITE-CURRENT-TEXT-LINE SECTION.
             MOVE WS-INQ-SERIAL(WS-INQUIRY-IDX) TO WS-SERIAL
             PERFORM COMPUTE-EXPECTED-TEXT
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             MOVE 1 TO WS-LINE-POINTER
             STRING "  CURRENT RULES GIVE: " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-EXPECTED-TEXT) DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
                 WITH POINTER WS-LINE-POINTER
             IF WS-INQ-WAS-PRINTED(WS-INQUIRY-IDX)
                 AND WS-EXPECTED-TEXT
                     NOT = WS-INQ-PRINTED-TEXT(WS-INQUIRY-IDX)
                 STRING " (DIFFERS FROM PRINTED)" DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
                     WITH POINTER WS-LINE-POINTER
             END-IF
             WRITE INQUIRY-REPORT-RECORD
           EXIT.

      * Every matching rule is tallied, then replace-style priorities
      * suppress the plain number and lower-priority labels.
           COMPUTE-EXPECTED-TEXT SECTION.
             MOVE SPACES TO WS-EXPECTED-TEXT
             MOVE "N" TO WS-ANY-RULE-MATCHED
             MOVE 0 TO WS-MAX-MATCH-PRIORITY
             MOVE 1 TO WS-EXPECTED-POINTER
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 PERFORM CHECK-ONE-RULE
             END-PERFORM
             PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 IF RULE-HIT-THIS-NUMBER(WS-RULE-IDX)
                     AND WS-RULE-PRIORITY(WS-RULE-IDX)
                         NOT < WS-MAX-MATCH-PRIORITY
                     STRING FUNCTION TRIM(
                             WS-RULE-LABEL(WS-RULE-IDX))
                         DELIMITED BY SIZE
                         INTO WS-EXPECTED-TEXT
                         WITH POINTER WS-EXPECTED-POINTER
                         ON OVERFLOW CONTINUE
                     END-STRING
                 END-IF
             END-PERFORM
             IF NOT ANY-RULE-MATCHED
                 MOVE WS-SERIAL TO WS-EXPECTED-TEXT
             END-IF
           EXIT.

           CHECK-ONE-RULE SECTION.
             MOVE "N" TO WS-RULE-HIT(WS-RULE-IDX)
             IF WS-RULE-IS-CONTAINS(WS-RULE-IDX)
                 COMPUTE WS-DIGIT-CHAR = FUNCTION MOD(
                     WS-RULE-DIVISOR(WS-RULE-IDX) 10)
                 MOVE WS-SERIAL TO WS-NUM-EDITED
                 MOVE FUNCTION TRIM(WS-NUM-EDITED)
                     TO WS-NUM-TEXT
                 MOVE 0 TO WS-DIGIT-TALLY
                 INSPECT WS-NUM-TEXT TALLYING WS-DIGIT-TALLY
                     FOR ALL WS-DIGIT-CHAR
                 IF WS-DIGIT-TALLY > 0
                     MOVE "Y" TO WS-RULE-HIT(WS-RULE-IDX)
                 END-IF
             ELSE
                 DIVIDE WS-RULE-DIVISOR(WS-RULE-IDX)
                     INTO WS-SERIAL
                     GIVING WS-QUOTIENT
                     REMAINDER WS-REMAINDER
                 IF WS-REMAINDER = 0
                     MOVE "Y" TO WS-RULE-HIT(WS-RULE-IDX)
                 END-IF
             END-IF
             IF RULE-HIT-THIS-NUMBER(WS-RULE-IDX)
                 SET ANY-RULE-MATCHED TO TRUE
                 IF WS-RULE-PRIORITY(WS-RULE-IDX)
                     > WS-MAX-MATCH-PRIORITY
                     MOVE WS-RULE-PRIORITY(WS-RULE-IDX)
                         TO WS-MAX-MATCH-PRIORITY
                 END-IF
             END-IF
           EXIT.

           WRITE-INQUIRY-TOTALS SECTION.
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             WRITE INQUIRY-REPORT-RECORD
             MOVE SPACES TO INQUIRY-REPORT-RECORD
             MOVE 1 TO WS-LINE-POINTER
             MOVE WS-INQUIRY-COUNT TO WS-COUNT-ED
             STRING "SERIALS LOOKED UP " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
                 WITH POINTER WS-LINE-POINTER
             MOVE WS-FLAGGED-COUNT TO WS-COUNT-ED
             STRING ", FLAGGED " DELIMITED BY SIZE
                 FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                 INTO INQUIRY-REPORT-RECORD
                 WITH POINTER WS-LINE-POINTER
             WRITE INQUIRY-REPORT-RECORD
             IF WS-INQUIRIES-DROPPED > 0
                 ADD WS-INQUIRIES-DROPPED TO WS-FLAGGED-COUNT
                 MOVE WS-INQUIRIES-DROPPED TO WS-COUNT-ED
                 MOVE SPACES TO INQUIRY-REPORT-RECORD
                 STRING "SERIALS NOT LOOKED UP - OVER 500 IN ONE RUN: "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
                     INTO INQUIRY-REPORT-RECORD
                 WRITE INQUIRY-REPORT-RECORD
             END-IF
           EXIT.

       END PROGRAM FB-SER-INQ.
